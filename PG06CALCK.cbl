      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Account posting step for the nightly chain - runs
      *          after the history load PG06CALCH and applies every
      *          accepted result of the run date and cycle on the
      *          calculation history master CALCHIST (HISTREC layout)
      *          that carries an account number (HIST-CONTA) to that
      *          account's current balance on the account master
      *          ACCTMAST (CTAREC layout), stamping the run date as
      *          the account's last posting date, and records each
      *          posting - amount, balance before and after - on the
      *          account movement file ACCTMOV (MOVREC layout) that
      *          the daily account movement report PG06CALCJ reads.
      *          Posted are the accepted calculations ("O", and "X"
      *          for one already backed out by a later reversal) and
      *          the reversal entries ("E", whose negated result backs
      *          the original's amount out of the same account);
      *          rejected, refused, and held ("P") records and records
      *          without an account are not. A posting already on
      *          ACCTMOV is never applied again, so the step can be
      *          rerun for a date (CALCRERUN=S) without doubling any
      *          balance. PG06CALCB suspended anything whose account
      *          was unknown, blocked, or closed, so an account that
      *          is missing from the master here is reported and
      *          skipped, and one blocked or closed since the
      *          calculation ran is still posted, with a warning: the
      *          result is already in the ledger feed. Registers on
      *          the run-control master RUNCTL as step CALCK behind
      *          CALCH. The run date defaults to today and can be
      *          overridden by an 8-digit date on the command line, as
      *          in PG06CALCH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG06CALCK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "CALCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ACCT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CONTA
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT MOV-FILE ASSIGN TO "ACCTMOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MOV-CHAVE
               FILE STATUS IS WS-MOV-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCTL-CHAVE
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY HISTREC.

       FD  ACCT-FILE.
       01  ACCT-RECORD.
           COPY CTAREC.

       FD  MOV-FILE.
       01  MOV-RECORD.
           COPY MOVREC.

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77  WS-RUNCTL-STATUS        PIC X(02) VALUE SPACES.
       77  WS-STEP-ID              PIC X(08) VALUE "CALCK".
       77  WS-PREDECESSOR-ID       PIC X(08) VALUE "CALCH".
       77  WS-PRED-OK-SWITCH       PIC X(01) VALUE "N".
           88  WS-PREDECESSOR-OK           VALUE "Y".
       77  WS-RERUN-FLAG           PIC X(01) VALUE "N".
           88  WS-RERUN-PEDIDO             VALUE "S".
       77  WS-CYCLE-ENV            PIC X(02) VALUE SPACES.
       77  WS-RUN-CYCLE            PIC X(02) VALUE "01".
       77  WS-HISTORY-STATUS       PIC X(02) VALUE SPACES.
       77  WS-ACCT-STATUS          PIC X(02) VALUE SPACES.
       77  WS-MOV-STATUS           PIC X(02) VALUE SPACES.
       77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-END-OF-FILE              VALUE "Y".
       77  WS-RUN-DATE             PIC X(08) VALUE SPACES.
       77  WS-DATE-PARM            PIC X(08) VALUE SPACES.
       77  WS-LIDO-COUNT           PIC 9(08) VALUE ZEROS.
       77  WS-LANCADO-COUNT        PIC 9(08) VALUE ZEROS.
       77  WS-JA-LANCADO-COUNT     PIC 9(08) VALUE ZEROS.
       77  WS-SEM-CONTA-COUNT      PIC 9(08) VALUE ZEROS.
       77  WS-CONTA-FALTA-COUNT    PIC 9(08) VALUE ZEROS.
       77  WS-CONTA-INATIVA-COUNT  PIC 9(08) VALUE ZEROS.
       77  WS-ESTOURO-COUNT        PIC 9(08) VALUE ZEROS.
       77  WS-MOV-SEQ              PIC 9(06) VALUE ZEROS.
       77  WS-SALDO-ANTERIOR       PIC S9(16)V9(04) VALUE ZEROS.
       77  WS-SALDO-NOVO           PIC S9(16)V9(04) VALUE ZEROS.
       77  WS-ESTOURO-SWITCH       PIC X(01) VALUE "N".
           88  WS-SALDO-ESTOUROU           VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-DATE-PARM FROM COMMAND-LINE
           IF WS-DATE-PARM NOT = SPACES
               AND FUNCTION TRIM(WS-DATE-PARM) IS NUMERIC
               MOVE FUNCTION TRIM(WS-DATE-PARM) TO WS-RUN-DATE
           END-IF
           PERFORM 0100-INICIAR-RUNCTL
           PERFORM 1000-OPEN-FILES
           PERFORM 1200-POSICIONAR-HISTORICO
           PERFORM 2000-LANCAR-RESULTADO
               UNTIL WS-END-OF-FILE
           PERFORM 9000-CLOSE-FILES
           PERFORM 8000-CONCLUIR-RUNCTL
           DISPLAY "PG06CALCK - DATA LANCADA         : " WS-RUN-DATE
               " CICLO " WS-RUN-CYCLE
           DISPLAY "PG06CALCK - HISTORICOS LIDOS     : "
               WS-LIDO-COUNT
           DISPLAY "PG06CALCK - LANCAMENTOS GRAVADOS : "
               WS-LANCADO-COUNT
           DISPLAY "PG06CALCK - JA LANCADOS (IGNOR.) : "
               WS-JA-LANCADO-COUNT
           DISPLAY "PG06CALCK - SEM CONTA (IGNOR.)   : "
               WS-SEM-CONTA-COUNT
           DISPLAY "PG06CALCK - CONTA INEXISTENTE    : "
               WS-CONTA-FALTA-COUNT
           DISPLAY "PG06CALCK - CONTA BLOQ./ENCERRADA: "
               WS-CONTA-INATIVA-COUNT
           DISPLAY "PG06CALCK - ESTOURO DE SALDO     : "
               WS-ESTOURO-COUNT
           STOP RUN.

       0100-INICIAR-RUNCTL.
           ACCEPT WS-CYCLE-ENV FROM ENVIRONMENT "CALCCYCLE"
           IF WS-CYCLE-ENV IS NUMERIC
               MOVE WS-CYCLE-ENV TO WS-RUN-CYCLE
           ELSE
               MOVE "01" TO WS-RUN-CYCLE
           END-IF
           ACCEPT WS-RERUN-FLAG FROM ENVIRONMENT "CALCRERUN"
           OPEN I-O RUNCTL-FILE
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUNCTL-FILE
               IF WS-RUNCTL-STATUS = "00"
                   CLOSE RUNCTL-FILE
                   OPEN I-O RUNCTL-FILE
               END-IF
           END-IF
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR RUNCTL: " WS-RUNCTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0110-VERIFICAR-PREDECESSOR
           PERFORM 0120-REGISTRAR-INICIO.

       0110-VERIFICAR-PREDECESSOR.
           MOVE "N" TO WS-PRED-OK-SWITCH
           MOVE SPACES TO RUNCTL-RECORD
           MOVE WS-RUN-DATE TO RCTL-RUN-DATE
           MOVE WS-RUN-CYCLE TO RCTL-CYCLE
           MOVE WS-PREDECESSOR-ID TO RCTL-STEP-ID
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RCTL-COMPLETO
                       SET WS-PREDECESSOR-OK TO TRUE
                   END-IF
           END-READ
           IF NOT WS-PREDECESSOR-OK
               DISPLAY "PG06CALCK - PASSO " WS-PREDECESSOR-ID
                   " NAO COMPLETOU LIMPO PARA " WS-RUN-DATE
                   " CICLO " WS-RUN-CYCLE "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0120-REGISTRAR-INICIO.
           MOVE SPACES TO RUNCTL-RECORD
           MOVE WS-RUN-DATE TO RCTL-RUN-DATE
           MOVE WS-RUN-CYCLE TO RCTL-CYCLE
           MOVE WS-STEP-ID TO RCTL-STEP-ID
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RCTL-COMPLETO AND NOT WS-RERUN-PEDIDO
                       DISPLAY "PG06CALCK - PASSO " WS-STEP-ID
                           " JA COMPLETO PARA " WS-RUN-DATE
                           " - DEFINA CALCRERUN=S PARA REEXECUTAR."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ
           MOVE SPACES TO RUNCTL-RECORD
           MOVE WS-RUN-DATE TO RCTL-RUN-DATE
           MOVE WS-RUN-CYCLE TO RCTL-CYCLE
           MOVE WS-STEP-ID TO RCTL-STEP-ID
           MOVE "I" TO RCTL-STATUS
           MOVE FUNCTION CURRENT-DATE TO RCTL-INICIO
           MOVE SPACES TO RCTL-FIM
           MOVE WS-RERUN-FLAG TO RCTL-RERUN
           WRITE RUNCTL-RECORD
           IF WS-RUNCTL-STATUS = "22"
               REWRITE RUNCTL-RECORD
           END-IF
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR RUNCTL: " WS-RUNCTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-OPEN-FILES.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CALCHIST: " WS-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ACCT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ACCTMAST: " WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O MOV-FILE
           IF WS-MOV-STATUS = "35"
               OPEN OUTPUT MOV-FILE
               IF WS-MOV-STATUS = "00"
                   CLOSE MOV-FILE
                   OPEN I-O MOV-FILE
               END-IF
           END-IF
           IF WS-MOV-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ACCTMOV: " WS-MOV-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-POSICIONAR-HISTORICO.
           MOVE WS-RUN-DATE TO HIST-RUN-DATE
           MOVE WS-RUN-CYCLE TO HIST-CYCLE
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
               AND (HIST-RUN-DATE NOT = WS-RUN-DATE
                   OR HIST-CYCLE NOT = WS-RUN-CYCLE)
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       2000-LANCAR-RESULTADO.
           ADD 1 TO WS-LIDO-COUNT
           IF HIST-STATUS-OK OR HIST-STATUS-ESTORNO
               OR HIST-STATUS-ESTORNADA
               IF HIST-CONTA = SPACES
                   ADD 1 TO WS-SEM-CONTA-COUNT
               ELSE
                   PERFORM 2100-VERIFICAR-MOVIMENTO
               END-IF
           END-IF
           PERFORM 1100-READ-HISTORY-FILE.

       2100-VERIFICAR-MOVIMENTO.
           MOVE SPACES TO MOV-RECORD
           MOVE HIST-RUN-DATE TO MOV-RUN-DATE
           MOVE HIST-CONTA TO MOV-CONTA
           MOVE HIST-CYCLE TO MOV-CYCLE
           MOVE HIST-TRAN-ID TO MOV-TRAN-ID
           READ MOV-FILE
               INVALID KEY
                   PERFORM 2200-LER-CONTA
               NOT INVALID KEY
                   ADD 1 TO WS-JA-LANCADO-COUNT
           END-READ.

       2200-LER-CONTA.
           MOVE SPACES TO ACCT-RECORD
           MOVE HIST-CONTA TO CTA-CONTA
           READ ACCT-FILE
               INVALID KEY
                   DISPLAY "PG06CALCK - AVISO: CONTA " HIST-CONTA
                       " INEXISTENTE NO ACCTMAST - ID " HIST-TRAN-ID
                       " NAO LANCADO."
                   ADD 1 TO WS-CONTA-FALTA-COUNT
               NOT INVALID KEY
                   PERFORM 2300-ATUALIZAR-SALDO
           END-READ.

       2300-ATUALIZAR-SALDO.
           IF NOT CTA-ABERTA
               DISPLAY "PG06CALCK - AVISO: CONTA " CTA-CONTA
                   " SITUACAO " CTA-SITUACAO
                   " - ID " HIST-TRAN-ID " LANCADO MESMO ASSIM."
               ADD 1 TO WS-CONTA-INATIVA-COUNT
           END-IF
           MOVE "N" TO WS-ESTOURO-SWITCH
           MOVE CTA-SALDO-ATUAL TO WS-SALDO-ANTERIOR
           COMPUTE WS-SALDO-NOVO = WS-SALDO-ANTERIOR + HIST-RS
               ON SIZE ERROR
                   SET WS-SALDO-ESTOUROU TO TRUE
           END-COMPUTE
           IF WS-SALDO-ESTOUROU
               DISPLAY "PG06CALCK - AVISO: ESTOURO DO SALDO DA CONTA "
                   CTA-CONTA " - ID " HIST-TRAN-ID " NAO LANCADO."
               ADD 1 TO WS-ESTOURO-COUNT
           ELSE
               MOVE WS-SALDO-NOVO TO CTA-SALDO-ATUAL
               MOVE HIST-RUN-DATE TO CTA-DATA-ULT-LANC
               REWRITE ACCT-RECORD
               IF WS-ACCT-STATUS NOT = "00"
                   DISPLAY "ERRO AO REGRAVAR ACCTMAST: "
                       WS-ACCT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2400-GRAVAR-MOVIMENTO
           END-IF.

       2400-GRAVAR-MOVIMENTO.
           ADD 1 TO WS-MOV-SEQ
           MOVE SPACES TO MOV-RECORD
           MOVE HIST-RUN-DATE TO MOV-RUN-DATE
           MOVE HIST-CONTA TO MOV-CONTA
           MOVE HIST-CYCLE TO MOV-CYCLE
           MOVE HIST-TRAN-ID TO MOV-TRAN-ID
           MOVE HIST-OPERACAO TO MOV-OPERACAO
           MOVE HIST-STATUS TO MOV-STATUS
           MOVE HIST-RS TO MOV-VALOR
           MOVE WS-SALDO-ANTERIOR TO MOV-SALDO-ANTERIOR
           MOVE WS-SALDO-NOVO TO MOV-SALDO-POSTERIOR
           MOVE FUNCTION CURRENT-DATE TO MOV-TIMESTAMP
           MOVE WS-MOV-SEQ TO MOV-SEQ
           WRITE MOV-RECORD
           IF WS-MOV-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR ACCTMOV: " WS-MOV-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LANCADO-COUNT.

       8000-CONCLUIR-RUNCTL.
           MOVE "C" TO RCTL-STATUS
           MOVE FUNCTION CURRENT-DATE TO RCTL-FIM
           REWRITE RUNCTL-RECORD
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "ERRO AO REGRAVAR RUNCTL: " WS-RUNCTL-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE RUNCTL-FILE.

       9000-CLOSE-FILES.
           CLOSE HISTORY-FILE
           CLOSE ACCT-FILE
           CLOSE MOV-FILE.
       END PROGRAM PG06CALCK.
