      *                run-control registration keyed by run date plus
      *                cycle (CALCCYCLE environment variable, 01 when
      *                unset).
      *   15/10/2026 - Route every reversal detail record (REVREC
      *                layout, "E" in byte 1) to partition 01, outside
      *                the round-robin rotation, so one instance applies
      *                all of a night's reversals against CALCHIST and
      *                a second reversal of the same original is caught
      *                there as on the single-stream path. Reversals
      *                are counted in partition 01's trailer and kept
      *                out of the N1/N2 hash totals.
      *   15/10/2026 - Records widened for the account number (CALC-
      *                CONTA) now carried on CALCREC, CHAINREC, and the
      *                padded TRANCTL and REVREC records.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG06CALCV.
       FILE SECTION.
       FD  TRAN-FILE
           RECORDING MODE IS F.
       01  TRAN-INPUT-RECORD       PIC X(61).
       01  TRAN-CONTROL-RECORD.
           COPY TRANCTL.

       FD  PART1-FILE
           RECORDING MODE IS F.
       01  PART1-RECORD            PIC X(61).

       FD  PART2-FILE
           RECORDING MODE IS F.
       01  PART2-RECORD            PIC X(61).

       FD  PART3-FILE
           RECORDING MODE IS F.
       01  PART3-RECORD            PIC X(61).

       FD  PART4-FILE
           RECORDING MODE IS F.
       01  PART4-RECORD            PIC X(61).

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
       77  WS-PART-TOTAL           PIC 9(01) VALUE 4.
       77  WS-PART-IDX             PIC 9(01) VALUE ZERO.
       77  WS-DETAIL-COUNT         PIC 9(08) VALUE ZEROS.
       77  WS-RODIZIO-COUNT        PIC 9(08) VALUE ZEROS.
       77  WS-HASH-N1              PIC S9(13) VALUE ZEROS.
       77  WS-HASH-N2              PIC S9(13) VALUE ZEROS.
       77  WS-TRAILER-COUNT        PIC 9(08) VALUE ZEROS.
                                       BY ==DET-STATUS-REJEITADA==
               ==CALC-STATUS-NAO-AUTORIZADA==
                                        BY ==DET-STATUS-NAO-AUTORIZADA==
               ==CALC-STATUS-ESTORNO==     BY ==DET-STATUS-ESTORNO==
               ==CALC-STATUS-PENDENTE==    BY ==DET-STATUS-PENDENTE==
               ==CALC-STATUS-APROVADA==    BY ==DET-STATUS-APROVADA==
               ==CALC-STATUS-DECLINADA==   BY ==DET-STATUS-DECLINADA==
               ==CALC-STATUS-PERIODO==     BY ==DET-STATUS-PERIODO==
               ==CALC-STATUS-REENVIO==     BY ==DET-STATUS-REENVIO==
               ==CALC-TRAN-ID==            BY ==DET-TRAN-ID==
               ==CALC-CYCLE==              BY ==DET-CYCLE==
               ==CALC-CONTA==              BY ==DET-CONTA==
               ==CALC-STATUS==             BY ==DET-STATUS==.
       01  WS-CHAIN-FIELDS REDEFINES WS-DETAIL-FIELDS.
           COPY CHAINREC REPLACING
               ==CHN-REF-TRAN-ID==         BY ==DCH-REF-TRAN-ID==
               ==CHN-LITERAL==             BY ==DCH-LITERAL==
               ==CHN-TRAN-ID==             BY ==DCH-TRAN-ID==
               ==CHN-CYCLE==               BY ==DCH-CYCLE==
               ==CHN-CONTA==               BY ==DCH-CONTA==.
       01  WS-REVERSAL-FIELDS REDEFINES WS-DETAIL-FIELDS.
           COPY REVREC REPLACING
               ==REV-RECORD-TYPE==         BY ==DRV-RECORD-TYPE==
               ==REV-TIPO-ESTORNO==        BY ==DRV-TIPO-ESTORNO==
               ==REV-ORIG-RUN-DATE==       BY ==DRV-ORIG-RUN-DATE==
               ==REV-ORIG-CYCLE==          BY ==DRV-ORIG-CYCLE==
               ==REV-ORIG-TRAN-ID==        BY ==DRV-ORIG-TRAN-ID==
               ==REV-TRAN-ID==             BY ==DRV-TRAN-ID==
               ==REV-CYCLE==               BY ==DRV-CYCLE==.
       01  WS-CONTROL-RECORD.
           COPY TRANCTL REPLACING
               ==TCTL-RECORD-TYPE==        BY ==WCTL-RECORD-TYPE==
       2200-DISTRIBUIR-DETALHE.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE TRAN-INPUT-RECORD TO WS-DETAIL-FIELDS
           IF DRV-TIPO-ESTORNO
               MOVE 1 TO WS-PART-IDX
           ELSE
               ADD 1 TO WS-RODIZIO-COUNT
               COMPUTE WS-PART-IDX =
                   FUNCTION MOD(WS-RODIZIO-COUNT - 1 WS-PART-TOTAL) + 1
           END-IF
           ADD 1 TO WS-PART-COUNT(WS-PART-IDX)
           IF NOT DCH-TIPO-REFERENCIA
               AND NOT DRV-TIPO-ESTORNO
               AND DET-N1 IS NUMERIC AND DET-N2 IS NUMERIC
               ADD DET-N1 TO WS-HASH-N1
               ADD DET-N2 TO WS-HASH-N2
