      *                and still audited. The operator id is fetched
      *                at entry; an operator without a master record
      *                is entitled to nothing.
      *   15/10/2026 - Dual-control approval hold, matching the
      *                console program: an accepted calculation whose
      *                result is above its operation's limit on the
      *                APRPARM parameter record (ALCREC layout) is
      *                held with status "P" on the pending-approval
      *                master PENDAPR (APRREC layout) under a
      *                generated id ("S", the 2-digit year and day of
      *                year, the second of the day, and the tenth of
      *                second), shown on the screen and stamped on the
      *                audit record, for a second operator to approve
      *                or decline on PG06CALCP. A missing or invalid
      *                APRPARM holds every accepted calculation; a
      *                hold that cannot be recorded on PENDAPR rejects
      *                the calculation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG06CALCS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.

           SELECT ALC-FILE ASSIGN TO "APRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALC-STATUS.

           SELECT PENDAPR-FILE ASSIGN TO "PENDAPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APR-TRAN-ID
               FILE STATUS IS WS-PENDAPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       01  AUTH-RECORD.
           COPY AUTHREC.

       FD  ALC-FILE
           RECORDING MODE IS F.
       01  ALC-RECORD.
           COPY ALCREC.

       FD  PENDAPR-FILE.
       01  PENDAPR-RECORD.
           COPY APRREC.

       WORKING-STORAGE SECTION.
       01  WS-CALC-TRANSACTION.
           COPY CALCREC REPLACING
                                       BY ==WS-STATUS-REJEITADA==
               ==CALC-STATUS-NAO-AUTORIZADA==
                                         BY ==WS-STATUS-NAO-AUTORIZADA==
               ==CALC-STATUS-ESTORNO==     BY ==WS-STATUS-ESTORNO==
               ==CALC-STATUS-PENDENTE==    BY ==WS-STATUS-PENDENTE==
               ==CALC-STATUS-APROVADA==    BY ==WS-STATUS-APROVADA==
               ==CALC-STATUS-DECLINADA==   BY ==WS-STATUS-DECLINADA==
               ==CALC-STATUS-PERIODO==     BY ==WS-STATUS-PERIODO==
               ==CALC-STATUS-REENVIO==     BY ==WS-STATUS-REENVIO==
               ==CALC-TRAN-ID==            BY ==WS-TRAN-ID==
               ==CALC-CYCLE==              BY ==WS-CYCLE==
               ==CALC-CONTA==              BY ==WS-CONTA==
               ==CALC-STATUS==             BY ==WS-STATUS==.
       77  WS-SCR-N1             PIC S9(07) VALUE ZERO.
       77  WS-SCR-N2             PIC S9(07) VALUE ZERO.
           88  WS-AUTORIZADO             VALUE "Y".
       77  WS-OPERADOR-ID        PIC X(08) VALUE SPACES.
       77  WS-TIMESTAMP          PIC X(21) VALUE SPACES.
       77  WS-ALC-STATUS         PIC X(02) VALUE SPACES.
       77  WS-ALC-OK             PIC X(01) VALUE "N".
           88  WS-ALCADA-CARREGADA       VALUE "Y".
       77  WS-ALC-LIMITE         PIC 9(14) VALUE ZEROS.
       77  WS-ALC-LIMITE-SOMA    PIC 9(14) VALUE ZEROS.
       77  WS-ALC-LIMITE-SUBTRACAO
                                 PIC 9(14) VALUE ZEROS.
       77  WS-ALC-LIMITE-MULTIPLICA
                                 PIC 9(14) VALUE ZEROS.
       77  WS-ALC-LIMITE-DIVISAO PIC 9(14) VALUE ZEROS.
       77  WS-PENDAPR-STATUS     PIC X(02) VALUE SPACES.
       77  WS-RETENCAO-SWITCH    PIC X(01) VALUE "N".
           88  WS-RETENCAO-FALHOU        VALUE "Y".
       01  WS-AGORA.
           05  WS-AGORA-ANO      PIC 9(04).
           05  WS-AGORA-MES-DIA  PIC 9(04).
           05  WS-AGORA-HORA     PIC 9(02).
           05  WS-AGORA-MINUTO   PIC 9(02).
           05  WS-AGORA-SEGUNDO  PIC 9(02).
           05  WS-AGORA-DECIMO   PIC 9(01).
           05  FILLER            PIC X(06).
       01  WS-AGORA-DATA REDEFINES WS-AGORA PIC 9(08).
       01  WS-ID-GERADO.
           05  WS-ID-ORIGEM      PIC X(01) VALUE "S".
           05  WS-ID-ANO         PIC 9(02).
           05  WS-ID-DIA         PIC 9(03).
           05  WS-ID-SEGUNDOS    PIC 9(05).
           05  WS-ID-DECIMO      PIC 9(01).

       SCREEN SECTION.
       01  SC-CALC-SCREEN.
               MOVE "ONLINE" TO WS-OPERADOR-ID
           END-IF
           PERFORM 1500-CARREGAR-AUTORIZACAO
           PERFORM 1700-CARREGAR-ALCADA
           PERFORM UNTIL WS-OPERACAO-VALIDA
               PERFORM 1000-CAPTURAR-TELA
               MOVE WS-SCR-OPERACAO TO WS-OPERACAO
           PERFORM 1600-VERIFICAR-AUTORIZACAO
           IF WS-AUTORIZADO
               PERFORM 2000-CALCULAR
               IF WS-STATUS-OK
                   PERFORM 2100-VERIFICAR-ALCADA
               END-IF
           ELSE
               MOVE "N" TO WS-STATUS
               MOVE ZEROS TO WS-RS
               WHEN WS-STATUS-NAO-AUTORIZADA
                   MOVE "OPERADOR NAO AUTORIZADO - RECUSADA."
                       TO WS-MENSAGEM
               WHEN WS-STATUS-PENDENTE
                   STRING "RETIDO P/ APROVACAO - ID " WS-TRAN-ID
                       DELIMITED BY SIZE INTO WS-MENSAGEM
               WHEN WS-RETENCAO-FALHOU
                   MOVE "ERRO NO PENDAPR - ACIMA DO LIMITE, REJ."
                       TO WS-MENSAGEM
               WHEN OTHER
                   MOVE "TRANSACAO REJEITADA - DIVISAO POR ZERO."
                       TO WS-MENSAGEM
               MOVE "Y" TO WS-AUTORIZA-OK
           END-IF.

       1700-CARREGAR-ALCADA.
           MOVE "N" TO WS-ALC-OK
           OPEN INPUT ALC-FILE
           IF WS-ALC-STATUS = "00"
               READ ALC-FILE
                   NOT AT END
                       IF ALC-LIMITE-SOMA IS NUMERIC
                           AND ALC-LIMITE-SUBTRACAO IS NUMERIC
                           AND ALC-LIMITE-MULTIPLICA IS NUMERIC
                           AND ALC-LIMITE-DIVISAO IS NUMERIC
                           MOVE "Y" TO WS-ALC-OK
                           MOVE ALC-LIMITE-SOMA TO WS-ALC-LIMITE-SOMA
                           MOVE ALC-LIMITE-SUBTRACAO
                               TO WS-ALC-LIMITE-SUBTRACAO
                           MOVE ALC-LIMITE-MULTIPLICA
                               TO WS-ALC-LIMITE-MULTIPLICA
                           MOVE ALC-LIMITE-DIVISAO
                               TO WS-ALC-LIMITE-DIVISAO
                       END-IF
               END-READ
               CLOSE ALC-FILE
           END-IF
           IF NOT WS-ALCADA-CARREGADA
               DISPLAY "AVISO: APRPARM AUSENTE OU INVALIDO - TODO "
                   "CALCULO ACEITO SERA RETIDO PARA APROVACAO."
           END-IF.

       2000-CALCULAR.
           MOVE "O" TO WS-STATUS
           EVALUATE TRUE
                   END-IF
           END-EVALUATE.

       2100-VERIFICAR-ALCADA.
           IF WS-ALCADA-CARREGADA
               EVALUATE TRUE
                   WHEN WS-OPERACAO-SOMA
                       MOVE WS-ALC-LIMITE-SOMA TO WS-ALC-LIMITE
                   WHEN WS-OPERACAO-SUBTRACAO
                       MOVE WS-ALC-LIMITE-SUBTRACAO TO WS-ALC-LIMITE
                   WHEN WS-OPERACAO-MULTIPLICA
                       MOVE WS-ALC-LIMITE-MULTIPLICA TO WS-ALC-LIMITE
                   WHEN WS-OPERACAO-DIVISAO
                       MOVE WS-ALC-LIMITE-DIVISAO TO WS-ALC-LIMITE
               END-EVALUATE
               IF FUNCTION ABS(WS-RS) > WS-ALC-LIMITE
                   PERFORM 2200-RETER-CALCULO
               END-IF
           ELSE
               PERFORM 2200-RETER-CALCULO
           END-IF.

       2200-RETER-CALCULO.
           OPEN I-O PENDAPR-FILE
           IF WS-PENDAPR-STATUS = "35"
               OPEN OUTPUT PENDAPR-FILE
               IF WS-PENDAPR-STATUS = "00"
                   CLOSE PENDAPR-FILE
                   OPEN I-O PENDAPR-FILE
               END-IF
           END-IF
           IF WS-PENDAPR-STATUS NOT = "00"
               MOVE "R" TO WS-STATUS
               MOVE "Y" TO WS-RETENCAO-SWITCH
           ELSE
               MOVE "22" TO WS-PENDAPR-STATUS
               PERFORM UNTIL WS-PENDAPR-STATUS NOT = "22"
                   PERFORM 2210-GERAR-ID
                   MOVE SPACES TO PENDAPR-RECORD
                   MOVE WS-TRAN-ID TO APR-TRAN-ID
                   MOVE "P" TO APR-SITUACAO
                   MOVE WS-ID-ORIGEM TO APR-ORIGEM
                   MOVE WS-OPERACAO TO APR-OPERACAO
                   MOVE WS-N1 TO APR-N1
                   MOVE WS-N2 TO APR-N2
                   MOVE WS-RS TO APR-RS
                   MOVE WS-AGORA-DATA TO APR-RUN-DATE
                   MOVE WS-OPERADOR-ID TO APR-SUBMETEDOR-ID
                   MOVE WS-AGORA TO APR-SUBMISSAO-TS
                   MOVE WS-CALC-TRANSACTION TO APR-TRAN-RAW
                   WRITE PENDAPR-RECORD
               END-PERFORM
               IF WS-PENDAPR-STATUS NOT = "00"
                   MOVE "R" TO WS-STATUS
                   MOVE SPACES TO WS-TRAN-ID
                   MOVE "Y" TO WS-RETENCAO-SWITCH
               END-IF
               CLOSE PENDAPR-FILE
           END-IF.

       2210-GERAR-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-AGORA
           MOVE WS-AGORA-ANO(3:2) TO WS-ID-ANO
           COMPUTE WS-ID-DIA =
               FUNCTION INTEGER-OF-DATE(WS-AGORA-DATA)
               - FUNCTION INTEGER-OF-DATE(WS-AGORA-ANO * 10000 + 101)
               + 1
           COMPUTE WS-ID-SEGUNDOS = WS-AGORA-HORA * 3600
               + WS-AGORA-MINUTO * 60 + WS-AGORA-SEGUNDO
           MOVE WS-AGORA-DECIMO TO WS-ID-DECIMO
           MOVE WS-ID-GERADO TO WS-TRAN-ID
           MOVE "P" TO WS-STATUS.

       3000-GRAVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

               MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
               MOVE WS-OPERACAO TO AUDIT-OPERACAO
               MOVE WS-STATUS TO AUDIT-STATUS
               MOVE WS-TRAN-ID TO AUDIT-TRAN-ID
               WRITE AUDIT-LOG-RECORD

               CLOSE AUDIT-FILE
