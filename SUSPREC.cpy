      *          carries into AUDIT-TRAN-RAW), so a suspended record
      *          can be repaired and resubmitted instead of re-keyed
      *          from the audit file by hand.
      *          Reason "ES" is a reversal (REVREC) whose original is
      *          missing from CALCHIST, was not accepted, or was
      *          already reversed.
      *          Reason "AD" is a calculation held for dual-control
      *          approval (APRREC) and declined by the approving
      *          operator on PG06CALCP.
      *          Reason "CT" is a transaction whose account (CALC-
      *          CONTA) is not on the account master ACCTMAST, or is
      *          blocked or closed there.
      *          Reason "PF" is a chained reference (CHAINREC) or a
      *          reversal (REVREC) naming a result inside a month
      *          closed on the closed-period control master PERCTL; it
      *          can be resubmitted once the month is reopened.
      *          COPY SUSPREC REPLACING, with one ==SUSP-xxx== BY
      *          ==yyy-xxx== pair per identifier below, to retarget
      *          the generated field names to a program's own prefix.
           88  SUSP-MOTIVO-SEM-ID            VALUE "ID".
           88  SUSP-MOTIVO-DUPLICADA         VALUE "DP".
           88  SUSP-MOTIVO-REF-NAO-RESOLVIDA VALUE "RF".
           88  SUSP-MOTIVO-ESTORNO-INVALIDO  VALUE "ES".
           88  SUSP-MOTIVO-APROVACAO-NEGADA  VALUE "AD".
           88  SUSP-MOTIVO-CONTA-INVALIDA    VALUE "CT".
           88  SUSP-MOTIVO-PERIODO-FECHADO   VALUE "PF".
       05  FILLER                    PIC X(01).
       05  SUSP-RUN-DATE             PIC X(08).
       05  FILLER                    PIC X(01).
       05  SUSP-TRAN-RAW             PIC X(61).
