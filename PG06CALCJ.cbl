      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Daily account movement report - reads the account
      *          movement file ACCTMOV (MOVREC layout) that the
      *          posting step PG06CALCK writes and lists, for one run
      *          date, every account posted to that day: the
      *          account's description and situation from the account
      *          master ACCTMAST (CTAREC layout), one line per posting
      *          (cycle, transaction id, operation, status, amount,
      *          and the balance after it), and a closing line with
      *          the number of postings, the day's opening balance
      *          (the balance before the first posting of the day),
      *          the net movement, and the day's closing balance (the
      *          balance after the last posting), followed by grand
      *          totals over all accounts, written to ACCTRPT.
      *          ACCTMOV is keyed by run date plus account plus cycle
      *          plus transaction id, so a START at the date and
      *          sequential reads walk the day account by account;
      *          the first and last postings of an account are picked
      *          by when they were posted, not by key order, so two
      *          cycles of the same day open and close in the order
      *          they ran. The date comes from the command line as
      *          YYYYMMDD and defaults to today.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG06CALCJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOV-FILE ASSIGN TO "ACCTMOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CHAVE
               FILE STATUS IS WS-MOV-STATUS.

           SELECT ACCT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CONTA
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ACCTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOV-FILE.
       01  MOV-RECORD.
           COPY MOVREC.

       FD  ACCT-FILE.
       01  ACCT-RECORD.
           COPY CTAREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-MOV-STATUS           PIC X(02) VALUE SPACES.
       77  WS-ACCT-STATUS          PIC X(02) VALUE SPACES.
       77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
       77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-END-OF-FILE              VALUE "Y".
       77  WS-ACCT-DISP-SWITCH     PIC X(01) VALUE "N".
           88  WS-ACCT-DISPONIVEL          VALUE "Y".
       77  WS-CONTA-ABERTA-SWITCH  PIC X(01) VALUE "N".
           88  WS-CONTA-EM-CURSO           VALUE "Y".
       77  WS-PARM                 PIC X(08) VALUE SPACES.
       77  WS-DATA                 PIC X(08) VALUE SPACES.
       77  WS-CONTA-CORRENTE       PIC X(10) VALUE SPACES.
       77  WS-DESCRICAO            PIC X(20) VALUE SPACES.
       77  WS-SITUACAO             PIC X(01) VALUE SPACE.
       77  WS-ORDEM                PIC X(22) VALUE SPACES.
       77  WS-ORDEM-PRIMEIRA       PIC X(22) VALUE SPACES.
       77  WS-ORDEM-ULTIMA         PIC X(22) VALUE SPACES.
       77  WS-CTA-LANC-COUNT       PIC 9(08) VALUE ZEROS.
       77  WS-CTA-SALDO-INICIAL    PIC S9(16)V9(04) VALUE ZEROS.
       77  WS-CTA-SALDO-FINAL      PIC S9(16)V9(04) VALUE ZEROS.
       77  WS-CTA-MOVIMENTO        PIC S9(18)V9(04) VALUE ZEROS.
       77  WS-TOT-CONTA-COUNT      PIC 9(08) VALUE ZEROS.
       77  WS-TOT-LANC-COUNT       PIC 9(08) VALUE ZEROS.
       77  WS-TOT-MOVIMENTO        PIC S9(18)V9(04) VALUE ZEROS.
       01  WS-EDIT-VALOR           PIC -(14)9.9999.
       01  WS-EDIT-SALDO           PIC -(16)9.9999.
       01  WS-EDIT-SALDO-2         PIC -(16)9.9999.
       01  WS-EDIT-SUM             PIC -(18)9.9999.
       01  WS-REPORT-LINE          PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA FROM DATE YYYYMMDD
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
               IF FUNCTION TRIM(WS-PARM) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(WS-PARM)) = 8
                   MOVE FUNCTION TRIM(WS-PARM) TO WS-DATA
               ELSE
                   DISPLAY "ERRO: DATA INVALIDA. USE YYYYMMDD."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1000-OPEN-FILES
           PERFORM 1200-POSICIONAR-MOVIMENTO
           PERFORM 2000-PROCESSAR-MOVIMENTO
               UNTIL WS-END-OF-FILE
           IF WS-CONTA-EM-CURSO
               PERFORM 3000-FECHAR-CONTA
           END-IF
           PERFORM 4000-GRAVAR-TOTAIS
           PERFORM 9000-CLOSE-FILES
           DISPLAY "PG06CALCJ - DATA                 : " WS-DATA
           DISPLAY "PG06CALCJ - CONTAS MOVIMENTADAS  : "
               WS-TOT-CONTA-COUNT
           DISPLAY "PG06CALCJ - LANCAMENTOS          : "
               WS-TOT-LANC-COUNT
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT MOV-FILE
           IF WS-MOV-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ACCTMOV: " WS-MOV-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ACCT-FILE
           EVALUATE WS-ACCT-STATUS
               WHEN "00"
                   SET WS-ACCT-DISPONIVEL TO TRUE
               WHEN "35"
                   DISPLAY "PG06CALCJ - AVISO: ACCTMAST NAO "
                       "ENCONTRADO - RELATORIO SEM DESCRICAO."
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR ACCTMAST: " WS-ACCT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ACCTRPT: " WS-REPORT-STATUS
               STOP RUN
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "MOVIMENTO DIARIO DE CONTAS PG06CALC - DATA: "
               WS-DATA
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       1200-POSICIONAR-MOVIMENTO.
           MOVE SPACES TO MOV-RECORD
           MOVE WS-DATA TO MOV-RUN-DATE
           START MOV-FILE KEY >= MOV-CHAVE
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 1100-READ-MOV-FILE
           END-IF.

       1100-READ-MOV-FILE.
           READ MOV-FILE NEXT
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-END-OF-FILE
               AND MOV-RUN-DATE NOT = WS-DATA
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       2000-PROCESSAR-MOVIMENTO.
           IF WS-CONTA-EM-CURSO
               AND MOV-CONTA NOT = WS-CONTA-CORRENTE
               PERFORM 3000-FECHAR-CONTA
           END-IF
           IF NOT WS-CONTA-EM-CURSO
               PERFORM 2100-ABRIR-CONTA
           END-IF
           MOVE SPACES TO WS-ORDEM
           STRING MOV-TIMESTAMP(1:16) MOV-SEQ
               DELIMITED BY SIZE INTO WS-ORDEM
           IF WS-CTA-LANC-COUNT = ZERO
               OR WS-ORDEM < WS-ORDEM-PRIMEIRA
               MOVE WS-ORDEM TO WS-ORDEM-PRIMEIRA
               MOVE MOV-SALDO-ANTERIOR TO WS-CTA-SALDO-INICIAL
           END-IF
           IF WS-CTA-LANC-COUNT = ZERO
               OR WS-ORDEM > WS-ORDEM-ULTIMA
               MOVE WS-ORDEM TO WS-ORDEM-ULTIMA
               MOVE MOV-SALDO-POSTERIOR TO WS-CTA-SALDO-FINAL
           END-IF
           ADD 1 TO WS-CTA-LANC-COUNT
           ADD MOV-VALOR TO WS-CTA-MOVIMENTO
           MOVE MOV-VALOR TO WS-EDIT-VALOR
           MOVE MOV-SALDO-POSTERIOR TO WS-EDIT-SALDO
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  CICLO " MOV-CYCLE
               " ID " MOV-TRAN-ID
               " OP " MOV-OPERACAO
               " ST " MOV-STATUS
               " VALOR " WS-EDIT-VALOR
               " SALDO " WS-EDIT-SALDO
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 1100-READ-MOV-FILE.

       2100-ABRIR-CONTA.
           MOVE MOV-CONTA TO WS-CONTA-CORRENTE
           SET WS-CONTA-EM-CURSO TO TRUE
           MOVE ZEROS TO WS-CTA-LANC-COUNT
           MOVE ZEROS TO WS-CTA-MOVIMENTO
           MOVE ZEROS TO WS-CTA-SALDO-INICIAL
           MOVE ZEROS TO WS-CTA-SALDO-FINAL
           MOVE SPACES TO WS-ORDEM-PRIMEIRA
           MOVE SPACES TO WS-ORDEM-ULTIMA
           MOVE "(NAO CADASTRADA)" TO WS-DESCRICAO
           MOVE "?" TO WS-SITUACAO
           IF WS-ACCT-DISPONIVEL
               MOVE MOV-CONTA TO CTA-CONTA
               READ ACCT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTA-DESCRICAO TO WS-DESCRICAO
                       MOVE CTA-SITUACAO TO WS-SITUACAO
               END-READ
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CONTA " WS-CONTA-CORRENTE
               " " WS-DESCRICAO
               " SITUACAO " WS-SITUACAO
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       3000-FECHAR-CONTA.
           MOVE WS-CTA-SALDO-INICIAL TO WS-EDIT-SALDO
           MOVE WS-CTA-SALDO-FINAL TO WS-EDIT-SALDO-2
           MOVE WS-CTA-MOVIMENTO TO WS-EDIT-SUM
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  LANCAMENTOS " WS-CTA-LANC-COUNT
               " SALDO INICIAL " WS-EDIT-SALDO
               " MOVIMENTO " WS-EDIT-SUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  SALDO FINAL " WS-EDIT-SALDO-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-TOT-CONTA-COUNT
           ADD WS-CTA-LANC-COUNT TO WS-TOT-LANC-COUNT
           ADD WS-CTA-MOVIMENTO TO WS-TOT-MOVIMENTO
           MOVE "N" TO WS-CONTA-ABERTA-SWITCH.

       4000-GRAVAR-TOTAIS.
           MOVE WS-TOT-MOVIMENTO TO WS-EDIT-SUM
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL GERAL - CONTAS " WS-TOT-CONTA-COUNT
               " LANCAMENTOS " WS-TOT-LANC-COUNT
               " MOVIMENTO " WS-EDIT-SUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       9000-CLOSE-FILES.
           CLOSE MOV-FILE
           IF WS-ACCT-DISPONIVEL
               CLOSE ACCT-FILE
           END-IF
           CLOSE REPORT-FILE.
       END PROGRAM PG06CALCJ.
