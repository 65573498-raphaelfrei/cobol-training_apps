      *          record in the PG06CALCE EXTPARM style: the report
      *          date (spaces for today) and the refusal threshold.
      *          The report goes to SECRPT.
      * Modification History:
      *   15/10/2026 - Leave the audit-only records out of the operator
      *                totals: approval and decline decisions ("A",
      *                "D", PG06CALCP), period close and reopen ("F")
      *                and ledger feed retransmission ("G", PG06CALCZ)
      *                are not calculations and would otherwise inflate
      *                the totals and dilute the refusal share. They
      *                are counted on their own in the closing display.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG06CALCO.
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

       FD  REPORT-FILE
           RECORDING MODE IS F.
           88  WS-OPERADOR-ACHADO          VALUE "Y".
       77  WS-LIDO-COUNT           PIC 9(08) VALUE ZEROS.
       77  WS-SELEC-COUNT          PIC 9(08) VALUE ZEROS.
       77  WS-CONTROLE-COUNT       PIC 9(08) VALUE ZEROS.
       77  WS-EXCECAO-COUNT        PIC 9(08) VALUE ZEROS.
       77  WS-PERCENTUAL           PIC 9(03)V9(02) VALUE ZEROS.
       01  WS-EDIT-PERC-R          PIC ZZ9.99.
           DISPLAY "PG06CALCO - REGISTROS LIDOS      : " WS-LIDO-COUNT
           DISPLAY "PG06CALCO - REGISTROS DO DIA     : "
               WS-SELEC-COUNT
           DISPLAY "PG06CALCO - REGISTROS DE CONTROLE: "
               WS-CONTROLE-COUNT
           DISPLAY "PG06CALCO - OPERADORES EM EXCECAO: "
               WS-EXCECAO-COUNT
           STOP RUN.

       2000-PROCESSAR-AUDITORIA.
           IF AUDIT-TIMESTAMP(1:8) = WS-RUN-DATE
               IF AUDIT-STATUS-APROVADA
                   OR AUDIT-STATUS-DECLINADA
                   OR AUDIT-STATUS-PERIODO
                   OR AUDIT-STATUS-REENVIO
                   ADD 1 TO WS-CONTROLE-COUNT
               ELSE
                   ADD 1 TO WS-SELEC-COUNT
                   PERFORM 2100-LOCALIZAR-OPERADOR
                   PERFORM 2200-ACUMULAR-OPERADOR
               END-IF
           END-IF
           PERFORM 1100-READ-AUDIT-FILE.

