      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Period reopen console for the closed-period control
      *          master PERCTL (PERCTL layout), in the line-mode style
      *          of the PG06CALCP and PG06CALCI consoles - the only
      *          way a month closed by the month-end close job
      *          PG06CALCC is opened again for the history load,
      *          chained references, and reversals. The operator
      *          (USER environment variable, CONSOLE when unset) must
      *          hold a record on the operator authorization master
      *          OPAUTH or the session does not start. The operator
      *          keys a month (YYYYMM), is shown who closed it and
      *          when, keys the reason for reopening (required), and
      *          confirms; the month's record is then marked reopened
      *          ("A") with the operator id, the time, and the reason,
      *          and the reopening is written to the shared AUDITFILE
      *          as a status "F" record carrying the month, the
      *          action, and the reason in the raw transaction image
      *          area, the same record the close job writes. A month
      *          that is not closed is reported and left alone. A
      *          blank month ends the session. The month can then be
      *          closed again with PG06CALCC, which rebuilds its
      *          period-end summary.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG06CALCW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODO-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCTL-PERIODO
               FILE STATUS IS WS-PERIODO-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUTH-FILE ASSIGN TO "OPAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODO-FILE.
       01  PERIODO-RECORD.
           COPY PERCTL.

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

       FD  AUTH-FILE
           RECORDING MODE IS F.
       01  AUTH-RECORD.
           COPY AUTHREC.

       WORKING-STORAGE SECTION.
       77  WS-PERIODO-STATUS    PIC X(02) VALUE SPACES.
       77  WS-AUDIT-STATUS      PIC X(02) VALUE SPACES.
       77  WS-AUTH-FILE-STATUS  PIC X(02) VALUE SPACES.
       77  WS-AUTH-EOF          PIC X(01) VALUE "N".
           88  WS-AUTH-FIM-ARQUIVO      VALUE "Y".
       77  WS-AUTH-ACHADO       PIC X(01) VALUE "N".
           88  WS-AUTH-ENCONTRADO       VALUE "Y".
       77  WS-OPERADOR-ID       PIC X(08) VALUE SPACES.
       77  WS-TIMESTAMP         PIC X(21) VALUE SPACES.
       77  WS-FIM-SWITCH        PIC X(01) VALUE "N".
           88  WS-FIM-SESSAO            VALUE "Y".
       77  WS-PERIODO           PIC X(06) VALUE SPACES.
       77  WS-MES               PIC 9(02) VALUE ZEROS.
       77  WS-MOTIVO            PIC X(40) VALUE SPACES.
       77  WS-CONFIRMA          PIC X(01) VALUE SPACE.
           88  WS-CONFIRMA-VALIDA       VALUES "S" "N".
           88  WS-CONFIRMADO            VALUE "S".
       77  WS-REABERTO-COUNT    PIC 9(08) VALUE ZEROS.
       77  WS-RECUSADO-COUNT    PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-TRATAR-PERIODO
               UNTIL WS-FIM-SESSAO
           PERFORM 9000-CLOSE-FILES
           DISPLAY "PG06CALCW - PERIODOS REABERTOS   : "
               WS-REABERTO-COUNT
           DISPLAY "PG06CALCW - PEDIDOS NAO ATENDIDOS: "
               WS-RECUSADO-COUNT
           STOP RUN.

       1000-OPEN-FILES.
           ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "USER"
           IF WS-OPERADOR-ID = SPACES
               MOVE "CONSOLE" TO WS-OPERADOR-ID
           END-IF
           PERFORM 1300-CARREGAR-AUTORIZACAO

           OPEN I-O PERIODO-FILE
           IF WS-PERIODO-STATUS = "35"
               DISPLAY "PG06CALCW - NENHUM PERIODO FECHADO."
               STOP RUN
           END-IF
           IF WS-PERIODO-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PERCTL: " WS-PERIODO-STATUS
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
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-CARREGAR-AUTORIZACAO.
           MOVE "N" TO WS-AUTH-ACHADO
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-FILE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR OPAUTH: " WS-AUTH-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-AUTH-EOF
           PERFORM 1310-PROCURAR-OPERADOR
               UNTIL WS-AUTH-ENCONTRADO
                   OR WS-AUTH-FIM-ARQUIVO
           CLOSE AUTH-FILE
           IF NOT WS-AUTH-ENCONTRADO
               DISPLAY "PG06CALCW - OPERADOR " WS-OPERADOR-ID " SEM "
                   "REGISTRO NO OPAUTH - REABERTURA RECUSADA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1310-PROCURAR-OPERADOR.
           READ AUTH-FILE
               AT END
                   SET WS-AUTH-FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF AUTH-OPERADOR-ID = WS-OPERADOR-ID
                       SET WS-AUTH-ENCONTRADO TO TRUE
                   END-IF
           END-READ.

       2000-TRATAR-PERIODO.
           MOVE SPACES TO WS-PERIODO
           DISPLAY " "
           DISPLAY "PERIODO A REABRIR (YYYYMM, BRANCO = SAIR): "
           ACCEPT WS-PERIODO
           IF WS-PERIODO = SPACES
               SET WS-FIM-SESSAO TO TRUE
           ELSE
               IF WS-PERIODO IS NOT NUMERIC
                   DISPLAY "ERRO: PERIODO INVALIDO. USE YYYYMM."
               ELSE
                   MOVE WS-PERIODO(5:2) TO WS-MES
                   IF WS-MES < 1 OR WS-MES > 12
                       DISPLAY "ERRO: MES INVALIDO NO PERIODO."
                   ELSE
                       PERFORM 2100-LER-PERIODO
                   END-IF
               END-IF
           END-IF.

       2100-LER-PERIODO.
           MOVE SPACES TO PERIODO-RECORD
           MOVE WS-PERIODO TO PCTL-PERIODO
           READ PERIODO-FILE
               INVALID KEY
                   DISPLAY "PG06CALCW - PERIODO " WS-PERIODO
                       " NAO ESTA FECHADO."
                   ADD 1 TO WS-RECUSADO-COUNT
               NOT INVALID KEY
                   IF PCTL-FECHADO
                       PERFORM 2200-CONFIRMAR-REABERTURA
                   ELSE
                       DISPLAY "PG06CALCW - PERIODO " WS-PERIODO
                           " NAO ESTA FECHADO (REABERTO EM "
                           PCTL-REABERTO-EM(1:8) " POR "
                           PCTL-REABERTO-POR ")."
                       ADD 1 TO WS-RECUSADO-COUNT
                   END-IF
           END-READ.

       2200-CONFIRMAR-REABERTURA.
           DISPLAY "  PERIODO " PCTL-PERIODO " FECHADO EM ["
               PCTL-FECHADO-EM(1:8) "] POR [" PCTL-FECHADO-POR "]"
           MOVE SPACES TO WS-MOTIVO
           PERFORM UNTIL WS-MOTIVO NOT = SPACES
               DISPLAY "MOTIVO DA REABERTURA (OBRIGATORIO): "
               ACCEPT WS-MOTIVO
               IF WS-MOTIVO = SPACES
                   DISPLAY "ERRO: INFORME O MOTIVO."
               END-IF
           END-PERFORM
           MOVE SPACE TO WS-CONFIRMA
           PERFORM UNTIL WS-CONFIRMA-VALIDA
               DISPLAY "CONFIRMA A REABERTURA DE " WS-PERIODO
                   " (S/N)? "
               ACCEPT WS-CONFIRMA
               IF NOT WS-CONFIRMA-VALIDA
                   DISPLAY "ERRO: RESPONDA S OU N."
               END-IF
           END-PERFORM
           IF WS-CONFIRMADO
               PERFORM 2300-REABRIR-PERIODO
           ELSE
               DISPLAY "REABERTURA CANCELADA - PERIODO CONTINUA "
                   "FECHADO."
               ADD 1 TO WS-RECUSADO-COUNT
           END-IF.

       2300-REABRIR-PERIODO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           SET PCTL-REABERTO TO TRUE
           MOVE WS-TIMESTAMP TO PCTL-REABERTO-EM
           MOVE WS-OPERADOR-ID TO PCTL-REABERTO-POR
           MOVE WS-MOTIVO TO PCTL-MOTIVO
           REWRITE PERIODO-RECORD
           IF WS-PERIODO-STATUS NOT = "00"
               DISPLAY "ERRO AO REGRAVAR PERCTL: " WS-PERIODO-STATUS
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
           MOVE "A" TO AUDIT-ACAO
           MOVE WS-MOTIVO TO AUDIT-MOTIVO
           WRITE AUDIT-LOG-RECORD
           ADD 1 TO WS-REABERTO-COUNT
           DISPLAY "PERIODO " WS-PERIODO " REABERTO.".

       9000-CLOSE-FILES.
           CLOSE PERIODO-FILE
           CLOSE AUDIT-FILE.
       END PROGRAM PG06CALCW.
