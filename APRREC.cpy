      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Pending-approval master record layout (PENDAPR,
      *          indexed on APR-TRAN-ID) - one record per calculation
      *          whose result came out above its operation's approval
      *          limit on the APRPARM parameter record (ALCREC
      *          layout), held here by PG06CALCB, PG06CALC, or
      *          PG06CALCS instead of going to the ledger feed. A
      *          second operator, never the one who submitted it,
      *          approves or declines it on the approval console
      *          PG06CALCP: an approved item ("A") is released into
      *          the ledger feed by the next PG06CALCB run, which
      *          marks it released ("L") with its own run date and
      *          cycle; a declined item ("D") is sent to the reject
      *          suspense file with reason "AD". Items still pending
      *          ("P") or approved and not yet released are listed on
      *          the PG06CALCN reconciliation report. APR-ORIGEM says
      *          where the item was submitted (batch, console, or
      *          screen); console and screen items carry the id the
      *          console generated for them, as they arrive without
      *          one. APR-TRAN-RAW is the transaction image in CALCREC
      *          layout, carried to AUDITFILE and the suspense file.
      *          COPY APRREC REPLACING, with one ==APR-xxx== BY
      *          ==yyy-xxx== pair per identifier below, to retarget
      *          the generated field names to a program's own prefix.
      ******************************************************************
       05  APR-TRAN-ID               PIC X(12).
       05  FILLER                    PIC X(01).
       05  APR-SITUACAO              PIC X(01).
           88  APR-PENDENTE                  VALUE "P".
           88  APR-APROVADA                  VALUE "A".
           88  APR-LIBERADA                  VALUE "L".
           88  APR-DECLINADA                 VALUE "D".
       05  FILLER                    PIC X(01).
       05  APR-ORIGEM                PIC X(01).
           88  APR-ORIGEM-BATCH              VALUE "B".
           88  APR-ORIGEM-CONSOLE            VALUE "C".
           88  APR-ORIGEM-TELA               VALUE "S".
       05  FILLER                    PIC X(01).
       05  APR-OPERACAO              PIC X(01).
       05  APR-N1                    PIC S9(07)
                                      SIGN IS TRAILING SEPARATE.
       05  APR-N2                    PIC S9(07)
                                      SIGN IS TRAILING SEPARATE.
       05  APR-RS                    PIC S9(14)V9(04)
                                      SIGN IS TRAILING SEPARATE.
       05  FILLER                    PIC X(01).
       05  APR-RUN-DATE              PIC X(08).
       05  APR-CYCLE                 PIC X(02).
       05  FILLER                    PIC X(01).
       05  APR-SUBMETEDOR-ID         PIC X(08).
       05  APR-SUBMISSAO-TS          PIC X(21).
       05  FILLER                    PIC X(01).
       05  APR-APROVADOR-ID          PIC X(08).
       05  APR-DECISAO-TS            PIC X(21).
       05  FILLER                    PIC X(01).
       05  APR-LIB-RUN-DATE          PIC X(08).
       05  APR-LIB-CYCLE             PIC X(02).
       05  FILLER                    PIC X(01).
       05  APR-CONTA                 PIC X(10).
       05  FILLER                    PIC X(01).
       05  APR-TRAN-RAW              PIC X(61).
