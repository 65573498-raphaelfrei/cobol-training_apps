      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Dual-control approval console for calculations held
      *          on the pending-approval master PENDAPR (APRREC
      *          layout) - a calculation whose result came out above
      *          its operation's limit on APRPARM is held there by
      *          PG06CALCB, PG06CALC, or PG06CALCS instead of going to
      *          the ledger feed. In the style of the PG06CALCX and
      *          PG06CALCI consoles, walks the pending items one at a
      *          time, shows the operator the calculation and who
      *          submitted it, and lets a second authorized operator
      *          approve, decline, or keep each item pending. The
      *          operator must hold a record on the operator
      *          authorization master OPAUTH or the session does not
      *          start, may never decide an item submitted under the
      *          same operator id, and may only decide items whose
      *          operation and operands the operator's own OPAUTH
      *          record covers. An approved item is marked "A" and is
      *          released into the ledger feed by the next PG06CALCB
      *          run; a declined item is marked "D" and
      *          written to the reject suspense file SUSPFILE with
      *          reason "AD", where PG06CALCX can repair and resubmit
      *          it; the declined item's id is removed from the
      *          processed-id register IDREG, where PG06CALCB entered
      *          it when it held the item, so the repaired
      *          resubmission is not refused as a duplicate. Every
      *          decision appends an AUDITFILE record with
      *          status "A" or "D" that carries the item's account,
      *          the deciding operator (the audit operator id) and the
      *          submitting operator (in place of the raw transaction
      *          image).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG06CALCP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDAPR-FILE ASSIGN TO "PENDAPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-TRAN-ID
               FILE STATUS IS WS-PENDAPR-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT AUTH-FILE ASSIGN TO "OPAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "IDREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-TRAN-ID
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDAPR-FILE.
       01  PENDAPR-RECORD.
           COPY APRREC.

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
           05  AUDIT-DECISAO REDEFINES AUDIT-TRAN-RAW.
               10  AUDIT-SUBMETEDOR-ID PIC X(08).
               10  FILLER              PIC X(53).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-RECORD.
           COPY SUSPREC.

       FD  AUTH-FILE
           RECORDING MODE IS F.
       01  AUTH-RECORD.
           COPY AUTHREC.

       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05  REG-TRAN-ID         PIC X(12).
           05  REG-RUN-DATE        PIC X(08).
           05  REG-CYCLE           PIC X(02).

       WORKING-STORAGE SECTION.
       77  WS-PENDAPR-STATUS    PIC X(02) VALUE SPACES.
       77  WS-AUDIT-STATUS      PIC X(02) VALUE SPACES.
       77  WS-SUSPENSE-STATUS   PIC X(02) VALUE SPACES.
       77  WS-AUTH-FILE-STATUS  PIC X(02) VALUE SPACES.
       77  WS-REGISTER-STATUS   PIC X(02) VALUE SPACES.
       77  WS-AUTH-EOF          PIC X(01) VALUE "N".
           88  WS-AUTH-FIM-ARQUIVO      VALUE "Y".
       77  WS-AUTH-ACHADO       PIC X(01) VALUE "N".
           88  WS-AUTH-ENCONTRADO       VALUE "Y".
       77  WS-AUTH-OPERACOES    PIC X(04) VALUE SPACES.
       77  WS-AUTH-LIMITE       PIC 9(07) VALUE ZEROS.
       77  WS-OPERADOR-ID       PIC X(08) VALUE SPACES.
       77  WS-TIMESTAMP         PIC X(21) VALUE SPACES.
       77  WS-EOF-SWITCH        PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       77  WS-ACAO              PIC X(01) VALUE SPACE.
           88  WS-ACAO-VALIDA           VALUES "A" "D" "M".
           88  WS-ACAO-APROVAR          VALUE "A".
           88  WS-ACAO-DECLINAR         VALUE "D".
           88  WS-ACAO-MANTER           VALUE "M".
       77  WS-RS-EDITADO        PIC -(14)9.9999 VALUE ZERO.
       77  WS-LIDO-COUNT        PIC 9(08) VALUE ZEROS.
       77  WS-APROVADO-COUNT    PIC 9(08) VALUE ZEROS.
       77  WS-DECLINADO-COUNT   PIC 9(08) VALUE ZEROS.
       77  WS-MANTIDO-COUNT     PIC 9(08) VALUE ZEROS.
       77  WS-IMPEDIDO-COUNT    PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-READ-PENDAPR-FILE
           PERFORM 2000-TRATAR-PENDENTE
               UNTIL WS-END-OF-FILE
           PERFORM 9000-CLOSE-FILES
           DISPLAY "PG06CALCP - PENDENTES LIDOS      : " WS-LIDO-COUNT
           DISPLAY "PG06CALCP - APROVADOS            : "
               WS-APROVADO-COUNT
           DISPLAY "PG06CALCP - DECLINADOS           : "
               WS-DECLINADO-COUNT
           DISPLAY "PG06CALCP - MANTIDOS PENDENTES   : "
               WS-MANTIDO-COUNT
           DISPLAY "PG06CALCP - SEM ALCADA P/ DECIDIR: "
               WS-IMPEDIDO-COUNT
           STOP RUN.

       1000-OPEN-FILES.
           ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "USER"
           IF WS-OPERADOR-ID = SPACES
               MOVE "CONSOLE" TO WS-OPERADOR-ID
           END-IF
           PERFORM 1300-CARREGAR-AUTORIZACAO

           OPEN I-O PENDAPR-FILE
           IF WS-PENDAPR-STATUS = "35"
               DISPLAY "PG06CALCP - NENHUM ITEM EM APROVACAO."
               STOP RUN
           END-IF
           IF WS-PENDAPR-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PENDAPR: " WS-PENDAPR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR AUDITFILE: " WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR SUSPFILE: " WS-SUSPENSE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O REGISTER-FILE
           IF WS-REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN I-O REGISTER-FILE
           END-IF
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR IDREG: " WS-REGISTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO APR-TRAN-ID
           START PENDAPR-FILE KEY IS NOT LESS THAN APR-TRAN-ID
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.

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
               DISPLAY "PG06CALCP - OPERADOR " WS-OPERADOR-ID " SEM "
                   "REGISTRO NO OPAUTH - APROVACAO RECUSADA."
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
                       MOVE AUTH-OPERACOES TO WS-AUTH-OPERACOES
                       MOVE AUTH-LIMITE TO WS-AUTH-LIMITE
                   END-IF
           END-READ.

       1100-READ-PENDAPR-FILE.
           IF NOT WS-END-OF-FILE
               READ PENDAPR-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
           END-IF.

       2000-TRATAR-PENDENTE.
           IF APR-PENDENTE
               ADD 1 TO WS-LIDO-COUNT
               MOVE APR-RS TO WS-RS-EDITADO
               DISPLAY " "
               DISPLAY "ITEM " APR-TRAN-ID "  ORIGEM: [" APR-ORIGEM
                   "]  DATA: [" APR-RUN-DATE "]  CICLO: ["
                   APR-CYCLE "]"
               DISPLAY "  OPERACAO: [" APR-OPERACAO "]  N1: [" APR-N1
                   "]  N2: [" APR-N2 "]  RESULTADO: [" WS-RS-EDITADO
                   "]"
               DISPLAY "  SUBMETIDO POR: [" APR-SUBMETEDOR-ID
                   "] EM [" APR-SUBMISSAO-TS "]"
               EVALUATE TRUE
                   WHEN APR-SUBMETEDOR-ID = WS-OPERADOR-ID
                       DISPLAY "  ITEM SUBMETIDO PELO PROPRIO "
                           "OPERADOR - NAO PODE SER DECIDIDO POR ELE."
                       ADD 1 TO WS-IMPEDIDO-COUNT
                   WHEN APR-OPERACAO NOT = WS-AUTH-OPERACOES(1:1)
                       AND APR-OPERACAO NOT = WS-AUTH-OPERACOES(2:1)
                       AND APR-OPERACAO NOT = WS-AUTH-OPERACOES(3:1)
                       AND APR-OPERACAO NOT = WS-AUTH-OPERACOES(4:1)
                   WHEN FUNCTION ABS(APR-N1) > WS-AUTH-LIMITE
                   WHEN FUNCTION ABS(APR-N2) > WS-AUTH-LIMITE
                       DISPLAY "  OPERADOR " WS-OPERADOR-ID " NAO "
                           "AUTORIZADO PARA ESTA OPERACAO/VALOR - "
                           "ITEM MANTIDO PENDENTE."
                       ADD 1 TO WS-IMPEDIDO-COUNT
                   WHEN OTHER
                       PERFORM 2100-DECIDIR-PENDENTE
               END-EVALUATE
           END-IF
           PERFORM 1100-READ-PENDAPR-FILE.

       2100-DECIDIR-PENDENTE.
           MOVE SPACE TO WS-ACAO
           PERFORM UNTIL WS-ACAO-VALIDA
               DISPLAY "ACAO (A-APROVAR, D-DECLINAR, M-MANTER): "
               ACCEPT WS-ACAO
               IF NOT WS-ACAO-VALIDA
                   DISPLAY "ERRO: ACAO INVALIDA. DIGITE NOVAMENTE."
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-ACAO-APROVAR
                   PERFORM 2200-APROVAR-PENDENTE
               WHEN WS-ACAO-DECLINAR
                   PERFORM 2300-DECLINAR-PENDENTE
               WHEN WS-ACAO-MANTER
                   ADD 1 TO WS-MANTIDO-COUNT
           END-EVALUATE.

       2200-APROVAR-PENDENTE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE "A" TO APR-SITUACAO
           MOVE WS-OPERADOR-ID TO APR-APROVADOR-ID
           MOVE WS-TIMESTAMP TO APR-DECISAO-TS
           REWRITE PENDAPR-RECORD
           IF WS-PENDAPR-STATUS NOT = "00"
               DISPLAY "ERRO AO REGRAVAR PENDAPR: " WS-PENDAPR-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               STOP RUN
           END-IF
           PERFORM 2400-GRAVAR-AUDITORIA
           ADD 1 TO WS-APROVADO-COUNT
           DISPLAY "ITEM APROVADO - SERA LIBERADO NO PROXIMO FEED.".

       2300-DECLINAR-PENDENTE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE "D" TO APR-SITUACAO
           MOVE WS-OPERADOR-ID TO APR-APROVADOR-ID
           MOVE WS-TIMESTAMP TO APR-DECISAO-TS
           REWRITE PENDAPR-RECORD
           IF WS-PENDAPR-STATUS NOT = "00"
               DISPLAY "ERRO AO REGRAVAR PENDAPR: " WS-PENDAPR-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               STOP RUN
           END-IF
           MOVE SPACES TO SUSPENSE-RECORD
           MOVE "AD" TO SUSP-MOTIVO
           MOVE WS-TIMESTAMP(1:8) TO SUSP-RUN-DATE
           MOVE APR-TRAN-RAW TO SUSP-TRAN-RAW
           WRITE SUSPENSE-RECORD
           MOVE APR-TRAN-ID TO REG-TRAN-ID
           DELETE REGISTER-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM 2400-GRAVAR-AUDITORIA
           ADD 1 TO WS-DECLINADO-COUNT
           DISPLAY "ITEM DECLINADO E ENVIADO AO SUSPENSO.".

       2400-GRAVAR-AUDITORIA.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE APR-OPERACAO TO AUDIT-OPERACAO
           MOVE APR-N1 TO AUDIT-N1
           MOVE APR-N2 TO AUDIT-N2
           MOVE APR-RS TO AUDIT-RS
           MOVE APR-SITUACAO TO AUDIT-STATUS
           MOVE APR-TRAN-ID TO AUDIT-TRAN-ID
           MOVE APR-CYCLE TO AUDIT-CYCLE
           MOVE APR-CONTA TO AUDIT-CONTA
           MOVE WS-OPERADOR-ID TO AUDIT-OPERADOR-ID
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE APR-SUBMETEDOR-ID TO AUDIT-SUBMETEDOR-ID
           WRITE AUDIT-LOG-RECORD.

       9000-CLOSE-FILES.
           CLOSE PENDAPR-FILE
           CLOSE AUDIT-FILE
           CLOSE SUSPENSE-FILE
           CLOSE REGISTER-FILE.
       END PROGRAM PG06CALCP.
