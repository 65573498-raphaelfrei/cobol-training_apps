      *          the operator is not entitled to the operation or the
      *          operand size under the operator authorization master;
      *          it is distinct from "R" so an entitlement refusal is
      *          never mistaken for bad data. Only "O" and "E"
      *          reach the ledger feed. CALC-STATUS "E" marks a
      *          reversal (REVREC) that backs out an accepted
      *          calculation; its CALC-RS is the original's result
      *          negated, so the ledger nets the pair to zero.
      *          CALC-STATUS "P" marks a calculation held for dual-
      *          control approval because its result is above the
      *          operation's approval limit (APRPARM); it is held on
      *          the pending-approval master PENDAPR instead of going
      *          to the ledger feed, and reaches the feed only when a
      *          second operator approves it. "A" and "D" appear on
      *          AUDITFILE only, on the approval console's record of
      *          an approval or a decline of a held calculation.
      *          "F" appears on AUDITFILE only as well, on the record
      *          of a month being closed (PG06CALCC) or reopened
      *          (PG06CALCW) on the closed-period control master
      *          PERCTL (PERCTL layout).
      *          "G" appears on AUDITFILE only too, on the record of
      *          a past run's ledger feed rebuilt from CALCHIST and
      *          sent again as a retransmission (PG06CALCZ).
      *          CALC-TRAN-ID is the business transaction's unique
      *          identifier, assigned where the record is created
      *          (upstream, or by the generator PG06CALCG as YYMMDD
      *          each other's history, or double-count in
      *          reconciliation. Console and screen audit records
      *          that belong to no batch cycle leave it spaces.
      *          CALC-CONTA is the account on the account master
      *          ACCTMAST (CTAREC layout) the calculation belongs to,
      *          assigned where the record is created and carried
      *          unchanged through RESULTFILE to the calculation
      *          history master CALCHIST, where the posting step
      *          PG06CALCK applies every accepted result to the
      *          account's balance. PG06CALCB suspends a transaction
      *          whose account is unknown, blocked, or closed with
      *          reason "CT". Spaces mean the calculation belongs to
      *          no account (console and screen work, standing
      *          instructions, and senders not yet sending accounts):
      *          it is neither checked nor posted to any balance.
      ******************************************************************
       05  CALC-OPERACAO             PIC X(01).
           88  CALC-OPERACAO-VALIDA          VALUES "A" "S" "M" "D".
           88  CALC-STATUS-OK                VALUE "O".
           88  CALC-STATUS-REJEITADA         VALUE "R".
           88  CALC-STATUS-NAO-AUTORIZADA    VALUE "N".
           88  CALC-STATUS-ESTORNO           VALUE "E".
           88  CALC-STATUS-PENDENTE          VALUE "P".
           88  CALC-STATUS-APROVADA          VALUE "A".
           88  CALC-STATUS-DECLINADA         VALUE "D".
           88  CALC-STATUS-PERIODO           VALUE "F".
           88  CALC-STATUS-REENVIO           VALUE "G".
       05  CALC-TRAN-ID              PIC X(12).
       05  CALC-CYCLE                PIC X(02).
       05  CALC-CONTA                PIC X(10).
