      *                separately, and the run-control registration
      *                and end-of-night checklist are keyed by run
      *                date plus cycle.
      *   15/10/2026 - Count reversal entries (status "E") separately:
      *                their negated results enter the sum of results,
      *                so the control total nets out the reversed
      *                calculations, but not the valid count or the
      *                minimum and maximum.
      *   15/10/2026 - Count calculations held for dual-control
      *                approval (status "P") separately: they have not
      *                reached the ledger feed, so they enter neither
      *                the valid count nor the sum of results.
      *   15/10/2026 - Add the account posting step CALCK (PG06CALCK,
      *                after CALCH) to the end-of-night run-control
      *                checklist.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG06CALCR.
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

       FD  REPORT-FILE
       77  WS-CYCLE-ENV            PIC X(02) VALUE SPACES.
       77  WS-RUN-CYCLE            PIC X(02) VALUE "01".
       77  WS-PASSO-IDX            PIC 9(02) VALUE ZEROS.
       77  WS-PASSO-MAX            PIC 9(02) VALUE 12.
       01  WS-PASSOS-NOTURNOS.
           05  FILLER              PIC X(08) VALUE "CALCG".
           05  FILLER              PIC X(08) VALUE "CALCV".
           05  FILLER              PIC X(08) VALUE "CALCB-00".
           05  FILLER              PIC X(08) VALUE "CALCM".
           05  FILLER              PIC X(08) VALUE "CALCH".
           05  FILLER              PIC X(08) VALUE "CALCK".
           05  FILLER              PIC X(08) VALUE "CALCN".
           05  FILLER              PIC X(08) VALUE "CALCR".
       01  WS-PASSOS-TABELA REDEFINES WS-PASSOS-NOTURNOS.
           05  WS-PASSO-NOME OCCURS 12 TIMES PIC X(08).
       77  WS-RESULT-STATUS        PIC X(02) VALUE SPACES.
       77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
       77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
       77  WS-VALID-COUNT          PIC 9(08) VALUE ZEROS.
       77  WS-REJECT-COUNT         PIC 9(08) VALUE ZEROS.
       77  WS-RECUSADA-COUNT       PIC 9(08) VALUE ZEROS.
       77  WS-ESTORNO-COUNT        PIC 9(08) VALUE ZEROS.
       77  WS-RETIDA-COUNT         PIC 9(08) VALUE ZEROS.
       77  WS-SUM-RS               PIC S9(18)V9(04) VALUE ZEROS.
       77  WS-MIN-RS               PIC S9(14)V9(04) VALUE ZEROS.
       77  WS-MAX-RS               PIC S9(14)V9(04) VALUE ZEROS.
                   ADD 1 TO WS-REJECT-COUNT
               WHEN RESULT-STATUS-NAO-AUTORIZADA
                   ADD 1 TO WS-RECUSADA-COUNT
               WHEN RESULT-STATUS-ESTORNO
                   ADD 1 TO WS-ESTORNO-COUNT
                   ADD RESULT-RS TO WS-SUM-RS
               WHEN RESULT-STATUS-PENDENTE
                   ADD 1 TO WS-RETIDA-COUNT
               WHEN OTHER
                   ADD 1 TO WS-VALID-COUNT
                   MOVE RESULT-RS TO WS-RS
           MOVE WS-REPORT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "ESTORNOS LANCADOS        : "
               WS-ESTORNO-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "RETIDAS PARA APROVACAO   : "
               WS-RETIDA-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "SOMA DOS RESULTADOS (RS) : "
               WS-EDIT-SUM
