      *                are accepted as the run's cycle. The
      *                run-control registration is keyed by run date
      *                plus cycle as well.
      *   15/10/2026 - Reversal entries (status "E") are posted to
      *                GLFEED with the original's result negated, so
      *                they count with the accepted results in the
      *                feed count and sum comparisons, netting the
      *                reversed calculations out of the posted total;
      *                the cycle's reversal count and total are
      *                printed on RECONRPT.
      *   15/10/2026 - Calculations held for dual-control approval
      *                (status "P") stay out of the feed comparisons,
      *                as they are not on GLFEED, and the cycle's held
      *                count and total are printed on RECONRPT; every
      *                item still pending on the pending-approval
      *                master PENDAPR (APRREC layout) at the end of
      *                the day, or approved and not yet released into
      *                a feed, is listed with its count and total, so
      *                a held item is accounted for instead of looking
      *                missing. The approval console's decision
      *                records on AUDITFILE (status "A"/"D") are not
      *                batch records and are left out of the audit
      *                comparison.
      *   15/10/2026 - Audit record widened for the account number
      *                (CALC-CONTA) now carried on CALCREC and on the
      *                raw transaction image.
      *   15/10/2026 - Month close and reopen records on AUDITFILE
      *                (status "F", written by PG06CALCC and PG06CALCW)
      *                are not batch work and are left out of the audit
      *                count, as the approval decisions are.
      *   15/10/2026 - The record of a ledger feed retransmission on
      *                AUDITFILE (status "G", written by PG06CALCZ) is
      *                not batch work either and is left out of the
      *                audit count. Feed header layout (GLCTL) widened
      *                for the retransmission mark.
      *   15/10/2026 - Refuse to start until the account posting step
      *                CALCK, not CALCH, completed clean for the run
      *                date and cycle, so the reconciliation never runs
      *                on a night whose posting did not.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG06CALCN.
               RECORD KEY IS RCTL-CHAVE
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PENDAPR-FILE ASSIGN TO "PENDAPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APR-TRAN-ID
               FILE STATUS IS WS-PENDAPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE
                                       BY ==RESULT-STATUS-REJEITADA==
               ==CALC-STATUS-NAO-AUTORIZADA==
                                     BY ==RESULT-STATUS-NAO-AUTORIZADA==
               ==CALC-STATUS-ESTORNO==     BY ==RESULT-STATUS-ESTORNO==
               ==CALC-STATUS-PENDENTE==    BY ==RESULT-STATUS-PENDENTE==
               ==CALC-STATUS-APROVADA==    BY ==RESULT-STATUS-APROVADA==
               ==CALC-STATUS-DECLINADA==
                                       BY ==RESULT-STATUS-DECLINADA==
               ==CALC-STATUS-PERIODO==     BY ==RESULT-STATUS-PERIODO==
               ==CALC-STATUS-REENVIO==     BY ==RESULT-STATUS-REENVIO==
               ==CALC-TRAN-ID==            BY ==RESULT-TRAN-ID==
               ==CALC-CYCLE==              BY ==RESULT-CYCLE==
               ==CALC-CONTA==              BY ==RESULT-CONTA==
               ==CALC-STATUS==             BY ==RESULT-STATUS==.

       FD  AUDIT-FILE
                                       BY ==AUDIT-STATUS-REJEITADA==
               ==CALC-STATUS-NAO-AUTORIZADA==
                                      BY ==AUDIT-STATUS-NAO-AUTORIZADA==
               ==CALC-STATUS-ESTORNO==     BY ==AUDIT-STATUS-ESTORNO==
               ==CALC-STATUS-PENDENTE==    BY ==AUDIT-STATUS-PENDENTE==
               ==CALC-STATUS-APROVADA==    BY ==AUDIT-STATUS-APROVADA==
               ==CALC-STATUS-DECLINADA==   BY ==AUDIT-STATUS-DECLINADA==
               ==CALC-STATUS-PERIODO==     BY ==AUDIT-STATUS-PERIODO==
               ==CALC-STATUS-REENVIO==     BY ==AUDIT-STATUS-REENVIO==
               ==CALC-TRAN-ID==            BY ==AUDIT-TRAN-ID==
               ==CALC-CYCLE==              BY ==AUDIT-CYCLE==
               ==CALC-CONTA==              BY ==AUDIT-CONTA==
               ==CALC-STATUS==             BY ==AUDIT-STATUS==.
           05  FILLER              PIC X(01).
           05  AUDIT-OPERADOR-ID   PIC X(08).
           05  FILLER              PIC X(01).
           05  AUDIT-TIMESTAMP     PIC X(21).
           05  FILLER              PIC X(01).
           05  AUDIT-TRAN-RAW      PIC X(61).

       FD  INTERFACE-FILE
           RECORDING MODE IS F.
       01  RUNCTL-RECORD.
           COPY RUNCTL.

       FD  PENDAPR-FILE.
       01  PENDAPR-RECORD.
           COPY APRREC.

       WORKING-STORAGE SECTION.
       77  WS-RUNCTL-STATUS        PIC X(02) VALUE SPACES.
       77  WS-STEP-ID              PIC X(08) VALUE "CALCN".
       77  WS-PREDECESSOR-ID       PIC X(08) VALUE "CALCK".
       77  WS-RERUN-FLAG           PIC X(01) VALUE "N".
           88  WS-RERUN-PEDIDO             VALUE "S".
       77  WS-CYCLE-ENV            PIC X(02) VALUE SPACES.
       77  WS-RESULT-OK-COUNT      PIC 9(08) VALUE ZEROS.
       77  WS-RESULT-OK-SUM        PIC S9(18)V9(04) VALUE ZEROS.
       77  WS-RESULT-TOT-SUM       PIC S9(18)V9(04) VALUE ZEROS.
       77  WS-RESULT-EST-COUNT     PIC 9(08) VALUE ZEROS.
       77  WS-RESULT-EST-SUM       PIC S9(18)V9(04) VALUE ZEROS.
       77  WS-RESULT-RET-COUNT     PIC 9(08) VALUE ZEROS.
       77  WS-RESULT-RET-SUM       PIC S9(18)V9(04) VALUE ZEROS.
       77  WS-PENDAPR-STATUS       PIC X(02) VALUE SPACES.
       77  WS-PENDAPR-EOF          PIC X(01) VALUE "N".
           88  WS-PENDAPR-FIM              VALUE "Y".
       77  WS-APR-PEND-COUNT       PIC 9(08) VALUE ZEROS.
       77  WS-APR-PEND-SUM         PIC S9(18)V9(04) VALUE ZEROS.
       77  WS-APR-LIB-COUNT        PIC 9(08) VALUE ZEROS.
       77  WS-APR-LIB-SUM          PIC S9(18)V9(04) VALUE ZEROS.
       77  WS-APR-SITUACAO-TEXTO   PIC X(10) VALUE SPACES.
       77  WS-FEED-COUNT           PIC 9(08) VALUE ZEROS.
       77  WS-FEED-SUM             PIC S9(18)V9(04) VALUE ZEROS.
       77  WS-AUDIT-BATCH-COUNT    PIC 9(08) VALUE ZEROS.
               ==GCTL-SOURCE-SYSTEM==      BY ==FCTL-SOURCE-SYSTEM==
               ==GCTL-RUN-DATE==           BY ==FCTL-RUN-DATE==
               ==GCTL-CYCLE==              BY ==FCTL-CYCLE==
               ==GCTL-REENVIO==            BY ==FCTL-REENVIO==
               ==GCTL-RETRANSMISSAO==      BY ==FCTL-RETRANSMISSAO==
               ==GCTL-REENVIO-EM==         BY ==FCTL-REENVIO-EM==
               ==GCTL-TRAILER-DATA==       BY ==FCTL-TRAILER-DATA==
               ==GCTL-REC-COUNT==          BY ==FCTL-REC-COUNT==
               ==GCTL-HASH-RS==            BY ==FCTL-HASH-RS==.
               UNTIL WS-FEED-FIM
           PERFORM 4200-VALIDAR-TRAILER-FEED
           PERFORM 5000-CONFERIR
           PERFORM 6000-LISTAR-PENDENTES
           PERFORM 9000-CLOSE-FILES
           IF WS-DIVERGENCIA
               DISPLAY "PG06CALCN - DIVERGENCIA ENCONTRADA - "
               OR RESULT-CYCLE = SPACES
               ADD 1 TO WS-RESULT-COUNT
               ADD RESULT-RS TO WS-RESULT-TOT-SUM
               IF RESULT-STATUS-OK OR RESULT-STATUS-ESTORNO
                   ADD 1 TO WS-RESULT-OK-COUNT
                   ADD RESULT-RS TO WS-RESULT-OK-SUM
               END-IF
               IF RESULT-STATUS-ESTORNO
                   ADD 1 TO WS-RESULT-EST-COUNT
                   ADD RESULT-RS TO WS-RESULT-EST-SUM
               END-IF
               IF RESULT-STATUS-PENDENTE
                   ADD 1 TO WS-RESULT-RET-COUNT
                   ADD RESULT-RS TO WS-RESULT-RET-SUM
               END-IF
           END-IF
           PERFORM 1100-READ-RESULT-FILE.

       3000-TOTALIZAR-AUDITORIA.
           IF AUDIT-TIMESTAMP(1:8) = WS-RUN-DATE
               AND AUDIT-TRAN-RAW NOT = SPACES
               AND NOT AUDIT-STATUS-APROVADA
               AND NOT AUDIT-STATUS-DECLINADA
               AND NOT AUDIT-STATUS-PERIODO
               AND NOT AUDIT-STATUS-REENVIO
               AND (AUDIT-CYCLE = WS-RUN-CYCLE
                   OR AUDIT-CYCLE = SPACES)
               ADD 1 TO WS-AUDIT-BATCH-COUNT
               WRITE REPORT-LINE
           END-IF

           IF WS-RESULT-EST-COUNT > ZERO
               MOVE WS-RESULT-EST-SUM TO WS-EDIT-SUM-A
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ESTORNOS LANCADOS " WS-RESULT-EST-COUNT
                   " SOMA ESTORNADA " WS-EDIT-SUM-A
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           IF WS-RESULT-RET-COUNT > ZERO
               MOVE WS-RESULT-RET-SUM TO WS-EDIT-SUM-A
               MOVE SPACES TO WS-REPORT-LINE
               STRING "RETIDAS PARA APROVACAO " WS-RESULT-RET-COUNT
                   " SOMA RETIDA " WS-EDIT-SUM-A
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           IF NOT WS-DIVERGENCIA
               MOVE SPACES TO WS-REPORT-LINE
               MOVE "ARQUIVOS CONFEREM - NENHUMA DIVERGENCIA."
               WRITE REPORT-LINE
           END-IF.

       6000-LISTAR-PENDENTES.
           OPEN INPUT PENDAPR-FILE
           IF WS-PENDAPR-STATUS = "35"
               SET WS-PENDAPR-FIM TO TRUE
           ELSE
               IF WS-PENDAPR-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR PENDAPR: " WS-PENDAPR-STATUS
                   PERFORM 9000-CLOSE-FILES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "ITENS EM APROVACAO NO FIM DO DIA (PENDAPR):"
               TO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 6100-LER-PENDENTE
               UNTIL WS-PENDAPR-FIM
           IF WS-PENDAPR-STATUS NOT = "35"
               CLOSE PENDAPR-FILE
           END-IF
           MOVE WS-APR-PEND-SUM TO WS-EDIT-SUM-A
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PENDENTES DE APROVACAO " WS-APR-PEND-COUNT
               " SOMA PENDENTE " WS-EDIT-SUM-A
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-APR-LIB-SUM TO WS-EDIT-SUM-A
           MOVE SPACES TO WS-REPORT-LINE
           STRING "APROVADAS A LIBERAR   " WS-APR-LIB-COUNT
               " SOMA APROVADA " WS-EDIT-SUM-A
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       6100-LER-PENDENTE.
           READ PENDAPR-FILE
               AT END
                   SET WS-PENDAPR-FIM TO TRUE
               NOT AT END
                   IF APR-PENDENTE OR APR-APROVADA
                       PERFORM 6200-LISTAR-ITEM
                   END-IF
           END-READ.

       6200-LISTAR-ITEM.
           IF APR-PENDENTE
               MOVE "PENDENTE" TO WS-APR-SITUACAO-TEXTO
               ADD 1 TO WS-APR-PEND-COUNT
               ADD APR-RS TO WS-APR-PEND-SUM
           ELSE
               MOVE "A LIBERAR" TO WS-APR-SITUACAO-TEXTO
               ADD 1 TO WS-APR-LIB-COUNT
               ADD APR-RS TO WS-APR-LIB-SUM
           END-IF
           MOVE APR-RS TO WS-EDIT-SUM-A
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-APR-SITUACAO-TEXTO " " APR-TRAN-ID " "
               APR-ORIGEM " " APR-RUN-DATE " " APR-CYCLE " "
               APR-SUBMETEDOR-ID WS-EDIT-SUM-A
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       8000-CONCLUIR-RUNCTL.
           MOVE "C" TO RCTL-STATUS
           MOVE FUNCTION CURRENT-DATE TO RCTL-FIM
