      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Month-end period close job - closes an accounting
      *          month (YYYYMM on the command line; blank means the
      *          month before the current one) on the closed-period
      *          control master PERCTL (PERCTL layout), after which
      *          the history load PG06CALCH refuses to load a run
      *          date inside the month, PG06CALCB suspends chained
      *          references and reversals that name a result inside
      *          it, and the trend report PG06CALCT marks it CLOSED.
      *          Only a month already over can be closed, and a month
      *          already closed is refused - it has to be reopened on
      *          the period reopen console PG06CALCW first. Before the
      *          month is marked closed, the job reads the month's
      *          records on the calculation history master CALCHIST
      *          (HISTREC layout) and writes the period-end ledger
      *          summary PERSUMM: one record per operation code and
      *          processing cycle (PSUMREC layout) with the accepted
      *          count ("O", and "X" for one since reversed), the
      *          reversal-entry count ("E"), and the sum of HIST-RS
      *          over both, framed by a header and a trailer record
      *          in the GLCTL layout of the ledger feed - the header
      *          with the month's last day as its run date, the
      *          trailer with the detail record count and the hash
      *          total of the summed results. The close itself is
      *          stamped on PERCTL with the operator id (the USER
      *          environment variable, BATCH when unset) and time,
      *          and written to the shared AUDITFILE as a status "F"
      *          record carrying the month and the action in the raw
      *          transaction image area.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG06CALCC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "CALCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PERIODO-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCTL-PERIODO
               FILE STATUS IS WS-PERIODO-STATUS.

           SELECT SUMMARY-FILE ASSIGN TO "PERSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY HISTREC.

       FD  PERIODO-FILE.
       01  PERIODO-RECORD.
           COPY PERCTL.

       FD  SUMMARY-FILE
           RECORDING MODE IS F.
       01  SUMMARY-RECORD.
           COPY PSUMREC.
       01  SUMMARY-CONTROL-RECORD.
           COPY GLCTL.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-LOG-RECORD.
           COPY CALCREC REPLACING
               ==CALC-OPERACAO-VALIDA==
                                       BY ==AUDIT-OPERACAO-VALIDA==
               ==CALC-OPERACAO-SOMA==      BY ==AUDIT-OPERACAO-SOMA==
               ==CALC-OPERACAO-SUBTRACAO==
                                       BY ==AUDIT-OPERACAO-SUBTRACAO==
               ==CALC-OPERACAO-MULTIPLICA==
                                       BY ==AUDIT-OPERACAO-MULTIPLICA==
               ==CALC-OPERACAO-DIVISAO==
                                       BY ==AUDIT-OPERACAO-DIVISAO==
               ==CALC-OPERACAO==           BY ==AUDIT-OPERACAO==
               ==CALC-N1==                 BY ==AUDIT-N1==
               ==CALC-N2==                 BY ==AUDIT-N2==
               ==CALC-RS==                 BY ==AUDIT-RS==
               ==CALC-STATUS-OK==          BY ==AUDIT-STATUS-OK==
               ==CALC-STATUS-REJEITADA==
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
           05  AUDIT-EVENTO-PERIODO REDEFINES AUDIT-TRAN-RAW.
               10  AUDIT-PERIODO       PIC X(06).
               10  AUDIT-ACAO          PIC X(01).
               10  AUDIT-MOTIVO        PIC X(40).
               10  FILLER              PIC X(14).

       WORKING-STORAGE SECTION.
       77  WS-HISTORY-STATUS       PIC X(02) VALUE SPACES.
       77  WS-PERIODO-STATUS       PIC X(02) VALUE SPACES.
       77  WS-SUMMARY-STATUS       PIC X(02) VALUE SPACES.
       77  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.
       77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-END-OF-FILE              VALUE "Y".
       77  WS-PERIODO-EXISTE       PIC X(01) VALUE "N".
           88  WS-PERIODO-GRAVADO          VALUE "Y".
       77  WS-PARM                 PIC X(08) VALUE SPACES.
       77  WS-HOJE                 PIC X(08) VALUE SPACES.
       77  WS-PERIODO              PIC X(06) VALUE SPACES.
       77  WS-PERIODO-ATUAL        PIC X(06) VALUE SPACES.
       77  WS-MES                  PIC 9(02) VALUE ZEROS.
       77  WS-PROXIMO-MES          PIC 9(08) VALUE ZEROS.
       77  WS-ULTIMO-DIA           PIC 9(08) VALUE ZEROS.
       77  WS-OPERADOR-ID          PIC X(08) VALUE SPACES.
       77  WS-TIMESTAMP            PIC X(21) VALUE SPACES.
       77  WS-OP-IDX               PIC 9(01) VALUE ZERO.
       77  WS-CICLO-IDX            PIC 9(03) VALUE ZERO.
       77  WS-CICLO-NUM            PIC 9(02) VALUE ZERO.
       77  WS-LIDO-COUNT           PIC 9(08) VALUE ZEROS.
       77  WS-CICLO-INVALIDO-COUNT PIC 9(08) VALUE ZEROS.
       77  WS-DETALHE-COUNT        PIC 9(08) VALUE ZEROS.
       77  WS-HASH-RS              PIC S9(16)V9(04) VALUE ZEROS.
       77  WS-TOT-OK-COUNT         PIC 9(08) VALUE ZEROS.
       77  WS-TOT-EST-COUNT        PIC 9(08) VALUE ZEROS.
       01  WS-OP-CODIGOS           PIC X(04) VALUE "ASMD".
       01  WS-OP-TABELA REDEFINES WS-OP-CODIGOS.
           05  WS-OP-CODIGO OCCURS 4 TIMES PIC X(01).
       01  WS-SOMA-TOTAIS.
           05  WS-SOMA-OP-ENTRY OCCURS 4 TIMES.
               10  WS-SOMA-CICLO-ENTRY OCCURS 100 TIMES.
                   15  WS-SOMA-OK-COUNT    PIC 9(08).
                   15  WS-SOMA-EST-COUNT   PIC 9(08).
                   15  WS-SOMA-RS          PIC S9(16)V9(04).
       01  WS-EDIT-SUM             PIC -(16)9.9999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0500-DEFINIR-PERIODO
           PERFORM 1000-OPEN-FILES
           PERFORM 1200-POSICIONAR-HISTORICO
           PERFORM 2000-SOMAR-HISTORICO
               UNTIL WS-END-OF-FILE
           PERFORM 3000-GRAVAR-RESUMO
           PERFORM 4000-FECHAR-PERIODO
           PERFORM 9000-CLOSE-FILES
           MOVE WS-HASH-RS TO WS-EDIT-SUM
           DISPLAY "PG06CALCC - PERIODO FECHADO      : " WS-PERIODO
           DISPLAY "PG06CALCC - HISTORICOS LIDOS     : "
               WS-LIDO-COUNT
           DISPLAY "PG06CALCC - ACEITAS              : "
               WS-TOT-OK-COUNT
           DISPLAY "PG06CALCC - ESTORNOS             : "
               WS-TOT-EST-COUNT
           DISPLAY "PG06CALCC - REGISTROS NO PERSUMM : "
               WS-DETALHE-COUNT
           DISPLAY "PG06CALCC - TOTAL HASH RS        : " WS-EDIT-SUM
           IF WS-CICLO-INVALIDO-COUNT > ZERO
               DISPLAY "PG06CALCC - AVISO: CICLO INVALIDO (IGNOR.): "
                   WS-CICLO-INVALIDO-COUNT
           END-IF
           STOP RUN.

       0500-DEFINIR-PERIODO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           MOVE WS-HOJE(1:6) TO WS-PERIODO-ATUAL
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM = SPACES
               MOVE WS-HOJE(5:2) TO WS-MES
               IF WS-MES = 1
                   COMPUTE WS-ULTIMO-DIA =
                       (FUNCTION NUMVAL(WS-HOJE(1:4)) - 1) * 10000
                       + 1201
               ELSE
                   COMPUTE WS-ULTIMO-DIA =
                       FUNCTION NUMVAL(WS-HOJE(1:4)) * 10000
                       + (WS-MES - 1) * 100 + 1
               END-IF
               MOVE WS-ULTIMO-DIA(1:6) TO WS-PERIODO
           ELSE
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-PARM)) NOT = 6
                   OR WS-PARM(1:6) IS NOT NUMERIC
                   DISPLAY "ERRO: PERIODO INVALIDO. USE YYYYMM."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM(1:6) TO WS-PERIODO
           END-IF
           MOVE WS-PERIODO(5:2) TO WS-MES
           IF WS-MES < 1 OR WS-MES > 12
               DISPLAY "ERRO: MES INVALIDO NO PERIODO " WS-PERIODO "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PERIODO NOT < WS-PERIODO-ATUAL
               DISPLAY "ERRO: O PERIODO " WS-PERIODO
                   " AINDA NAO TERMINOU - FECHAMENTO RECUSADO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MES = 12
               COMPUTE WS-PROXIMO-MES =
                   (FUNCTION NUMVAL(WS-PERIODO(1:4)) + 1) * 10000
                   + 101
           ELSE
               COMPUTE WS-PROXIMO-MES =
                   FUNCTION NUMVAL(WS-PERIODO(1:4)) * 10000
                   + (WS-MES + 1) * 100 + 1
           END-IF
           COMPUTE WS-ULTIMO-DIA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PROXIMO-MES) - 1)
           ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "USER"
           IF WS-OPERADOR-ID = SPACES
               MOVE "BATCH" TO WS-OPERADOR-ID
           END-IF
           INITIALIZE WS-SOMA-TOTAIS.

       1000-OPEN-FILES.
           OPEN I-O PERIODO-FILE
           IF WS-PERIODO-STATUS = "35"
               OPEN OUTPUT PERIODO-FILE
               IF WS-PERIODO-STATUS = "00"
                   CLOSE PERIODO-FILE
                   OPEN I-O PERIODO-FILE
               END-IF
           END-IF
           IF WS-PERIODO-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PERCTL: " WS-PERIODO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PERIODO-RECORD
           MOVE WS-PERIODO TO PCTL-PERIODO
           READ PERIODO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PERIODO-GRAVADO TO TRUE
                   IF PCTL-FECHADO
                       DISPLAY "PG06CALCC - PERIODO " WS-PERIODO
                           " JA FECHADO EM " PCTL-FECHADO-EM(1:8)
                           " POR " PCTL-FECHADO-POR
                           " - REABRA NO PG06CALCW ANTES."
                       CLOSE PERIODO-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ

           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CALCHIST: " WS-HISTORY-STATUS
               CLOSE PERIODO-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT SUMMARY-FILE
           IF WS-SUMMARY-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PERSUMM: " WS-SUMMARY-STATUS
               CLOSE PERIODO-FILE
               CLOSE HISTORY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR AUDITFILE: " WS-AUDIT-STATUS
               CLOSE PERIODO-FILE
               CLOSE HISTORY-FILE
               CLOSE SUMMARY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO SUMMARY-CONTROL-RECORD
           MOVE "H" TO GCTL-RECORD-TYPE
           MOVE "PG06CALC" TO GCTL-SOURCE-SYSTEM
           MOVE WS-ULTIMO-DIA TO GCTL-RUN-DATE
           MOVE SPACES TO GCTL-CYCLE
           WRITE SUMMARY-CONTROL-RECORD.

       1200-POSICIONAR-HISTORICO.
           MOVE WS-PERIODO TO HIST-RUN-DATE(1:6)
           MOVE "01" TO HIST-RUN-DATE(7:2)
           MOVE SPACES TO HIST-CYCLE
           MOVE SPACES TO HIST-TRAN-ID
           START HISTORY-FILE KEY >= HIST-CHAVE
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 1100-READ-HISTORY-FILE
           END-IF.

       1100-READ-HISTORY-FILE.
           READ HISTORY-FILE NEXT
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-END-OF-FILE
               AND HIST-RUN-DATE(1:6) NOT = WS-PERIODO
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       2000-SOMAR-HISTORICO.
           ADD 1 TO WS-LIDO-COUNT
           PERFORM 2100-DEFINIR-OPERACAO
           IF WS-OP-IDX > ZERO
               AND (HIST-STATUS-OK OR HIST-STATUS-ESTORNADA
                   OR HIST-STATUS-ESTORNO)
               IF HIST-CYCLE IS NUMERIC
                   MOVE HIST-CYCLE TO WS-CICLO-NUM
                   COMPUTE WS-CICLO-IDX = WS-CICLO-NUM + 1
                   IF HIST-STATUS-ESTORNO
                       ADD 1 TO WS-SOMA-EST-COUNT(WS-OP-IDX
                           WS-CICLO-IDX)
                   ELSE
                       ADD 1 TO WS-SOMA-OK-COUNT(WS-OP-IDX
                           WS-CICLO-IDX)
                   END-IF
                   ADD HIST-RS TO WS-SOMA-RS(WS-OP-IDX WS-CICLO-IDX)
               ELSE
                   ADD 1 TO WS-CICLO-INVALIDO-COUNT
               END-IF
           END-IF
           PERFORM 1100-READ-HISTORY-FILE.

       2100-DEFINIR-OPERACAO.
           EVALUATE HIST-OPERACAO
               WHEN "A"
                   MOVE 1 TO WS-OP-IDX
               WHEN "S"
                   MOVE 2 TO WS-OP-IDX
               WHEN "M"
                   MOVE 3 TO WS-OP-IDX
               WHEN "D"
                   MOVE 4 TO WS-OP-IDX
               WHEN OTHER
                   MOVE 0 TO WS-OP-IDX
           END-EVALUATE.

       3000-GRAVAR-RESUMO.
           MOVE 0 TO WS-OP-IDX
           PERFORM 3100-GRAVAR-OPERACAO
               UNTIL WS-OP-IDX >= 4
           MOVE SPACES TO SUMMARY-CONTROL-RECORD
           MOVE "T" TO GCTL-RECORD-TYPE
           MOVE WS-DETALHE-COUNT TO GCTL-REC-COUNT
           MOVE WS-HASH-RS TO GCTL-HASH-RS
           WRITE SUMMARY-CONTROL-RECORD.

       3100-GRAVAR-OPERACAO.
           ADD 1 TO WS-OP-IDX
           MOVE 0 TO WS-CICLO-IDX
           PERFORM 3200-GRAVAR-CICLO
               UNTIL WS-CICLO-IDX >= 100.

       3200-GRAVAR-CICLO.
           ADD 1 TO WS-CICLO-IDX
           IF WS-SOMA-OK-COUNT(WS-OP-IDX WS-CICLO-IDX) > ZERO
               OR WS-SOMA-EST-COUNT(WS-OP-IDX WS-CICLO-IDX) > ZERO
               COMPUTE WS-CICLO-NUM = WS-CICLO-IDX - 1
               MOVE SPACES TO SUMMARY-RECORD
               MOVE WS-PERIODO TO PSUM-PERIODO
               MOVE WS-OP-CODIGO(WS-OP-IDX) TO PSUM-OPERACAO
               MOVE WS-CICLO-NUM TO PSUM-CYCLE
               MOVE WS-SOMA-OK-COUNT(WS-OP-IDX WS-CICLO-IDX)
                   TO PSUM-OK-COUNT
               MOVE WS-SOMA-EST-COUNT(WS-OP-IDX WS-CICLO-IDX)
                   TO PSUM-EST-COUNT
               MOVE WS-SOMA-RS(WS-OP-IDX WS-CICLO-IDX) TO PSUM-RS
               WRITE SUMMARY-RECORD
               ADD 1 TO WS-DETALHE-COUNT
               ADD PSUM-RS TO WS-HASH-RS
               ADD PSUM-OK-COUNT TO WS-TOT-OK-COUNT
               ADD PSUM-EST-COUNT TO WS-TOT-EST-COUNT
           END-IF.

       4000-FECHAR-PERIODO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           IF NOT WS-PERIODO-GRAVADO
               MOVE SPACES TO PERIODO-RECORD
               MOVE WS-PERIODO TO PCTL-PERIODO
           END-IF
           SET PCTL-FECHADO TO TRUE
           MOVE WS-TIMESTAMP TO PCTL-FECHADO-EM
           MOVE WS-OPERADOR-ID TO PCTL-FECHADO-POR
           IF WS-PERIODO-GRAVADO
               REWRITE PERIODO-RECORD
           ELSE
               WRITE PERIODO-RECORD
           END-IF
           IF WS-PERIODO-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR PERCTL: " WS-PERIODO-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               STOP RUN
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE ZEROS TO AUDIT-N1
           MOVE ZEROS TO AUDIT-N2
           MOVE ZEROS TO AUDIT-RS
           SET AUDIT-STATUS-PERIODO TO TRUE
           MOVE WS-OPERADOR-ID TO AUDIT-OPERADOR-ID
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE WS-PERIODO TO AUDIT-PERIODO
           MOVE "F" TO AUDIT-ACAO
           MOVE "FECHAMENTO MENSAL" TO AUDIT-MOTIVO
           WRITE AUDIT-LOG-RECORD.

       9000-CLOSE-FILES.
           CLOSE HISTORY-FILE
           CLOSE PERIODO-FILE
           CLOSE SUMMARY-FILE
           CLOSE AUDIT-FILE.
       END PROGRAM PG06CALCC.
