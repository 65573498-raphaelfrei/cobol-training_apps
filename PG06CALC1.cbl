      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Delimited-file intake for upstream senders that can
      *          only export a spreadsheet-style file - reads TRANDELIM,
      *          one transaction per line with semicolon-separated
      *          fields in the manner of the AUDEXTR extract PG06CALCE
      *          writes:
      *          ORIGEM;OPERACAO;N1;N2;TRANSACAO
      *          FINANCAS;A;+125;-40;FIN000000001
      *          - the sending system's id as registered on SRCMASTER
      *          (SRCREC layout), the operation code (A, S, M, D), the
      *          two operands as up to 7 digits with an explicit
      *          leading sign, and an optional transaction id of up to
      *          12 characters (left blank, PG06CALCG stamps one). A
      *          first line starting "ORIGEM;" is taken as the heading
      *          and blank lines are skipped. The source id on the
      *          first transaction line is the file's source: when it
      *          is not active on SRCMASTER the whole file is refused
      *          (RETURN-CODE 8) and no TRANFILE is written. Otherwise
      *          every line that converts is written to TRANFILE in
      *          the CALCREC layout, framed by a TRANCTL header (the
      *          source id, today's date, and the processing cycle
      *          from the CALCCYCLE environment variable, 01 when
      *          unset) and a trailer with the record count and the
      *          N1/N2 hash totals computed here, so the file passes
      *          the trailer validation in PG06CALCG and PG06CALCB as
      *          received. A line that cannot be converted - wrong
      *          number of fields, another source id, an invalid
      *          operation, an operand without its sign, not numeric
      *          or over 7 digits, a transaction id too long, or a
      *          line running past position 100 - is left out and
      *          listed on the intake error report INTAKERPT with its
      *          line number, the reason, and the line as received,
      *          for the sender to correct and send again. A file with
      *          no transaction line at all is refused as well.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG06CALC1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIM-FILE ASSIGN TO "TRANDELIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIM-STATUS.

           SELECT TRAN-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT SRC-FILE ASSIGN TO "SRCMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT REPORT-FILE ASSIGN TO "INTAKERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DELIM-FILE
           RECORDING MODE IS F.
       01  DELIM-RECORD            PIC X(200).

       FD  TRAN-FILE
           RECORDING MODE IS F.
       01  TRAN-OUTPUT-RECORD      PIC X(61).

       FD  SRC-FILE
           RECORDING MODE IS F.
       01  SRC-RECORD.
           COPY SRCREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-DELIM-STATUS         PIC X(02) VALUE SPACES.
       77  WS-TRAN-STATUS          PIC X(02) VALUE SPACES.
       77  WS-SRC-STATUS           PIC X(02) VALUE SPACES.
       77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
       77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-END-OF-FILE              VALUE "Y".
       77  WS-SRC-EOF              PIC X(01) VALUE "N".
           88  WS-SRC-FIM-ARQUIVO          VALUE "Y".
       77  WS-SRC-ACHADO           PIC X(01) VALUE "N".
           88  WS-SRC-ENCONTRADO           VALUE "Y".
       77  WS-LINHA-SWITCH         PIC X(01) VALUE "N".
           88  WS-LINHA-DADOS              VALUE "Y".
       77  WS-LONGA-SWITCH         PIC X(01) VALUE "N".
           88  WS-LINHA-LONGA              VALUE "Y".
       77  WS-ERRO-SWITCH          PIC X(01) VALUE "N".
           88  WS-LINHA-COM-ERRO           VALUE "Y".
       77  WS-SOURCE-SYSTEM        PIC X(08) VALUE SPACES.
       77  WS-RUN-DATE             PIC X(08) VALUE SPACES.
       77  WS-CYCLE-ENV            PIC X(02) VALUE SPACES.
       77  WS-RUN-CYCLE            PIC X(02) VALUE "01".
       77  WS-LINHA-NUM            PIC 9(06) VALUE ZEROS.
       77  WS-CAMPOS-COUNT         PIC 9(02) VALUE ZEROS.
       77  WS-LIDO-COUNT           PIC 9(08) VALUE ZEROS.
       77  WS-ERRO-COUNT           PIC 9(08) VALUE ZEROS.
       77  WS-SAIDA-COUNT          PIC 9(08) VALUE ZEROS.
       77  WS-SAIDA-HASH-N1        PIC S9(13) VALUE ZEROS.
       77  WS-SAIDA-HASH-N2        PIC S9(13) VALUE ZEROS.
       77  WS-MOTIVO               PIC X(40) VALUE SPACES.
       01  WS-CAMPOS.
           05  WS-CAMPO-ORIGEM     PIC X(20).
           05  WS-CAMPO-OPERACAO   PIC X(20).
           05  WS-CAMPO-N1         PIC X(20).
           05  WS-CAMPO-N2         PIC X(20).
           05  WS-CAMPO-TRAN-ID    PIC X(20).
           05  WS-CAMPO-EXCESSO    PIC X(20).
       01  WS-OPERANDO.
           05  WS-OPER-TEXTO       PIC X(20).
           05  WS-OPER-SINAL       PIC X(01).
               88  WS-OPER-SINAL-VALIDO    VALUES "+" "-".
               88  WS-OPER-NEGATIVO        VALUE "-".
           05  WS-OPER-DIGITOS     PIC X(19).
           05  WS-OPER-TAMANHO     PIC 9(02).
           05  WS-OPER-VALOR       PIC S9(07).
           05  WS-OPER-MOTIVO      PIC X(40).
       01  WS-DETAIL-FIELDS.
           COPY CALCREC REPLACING
               ==CALC-OPERACAO-VALIDA==    BY ==DET-OPERACAO-VALIDA==
               ==CALC-OPERACAO-SOMA==      BY ==DET-OPERACAO-SOMA==
               ==CALC-OPERACAO-SUBTRACAO== BY ==DET-OPERACAO-SUBTRACAO==
               ==CALC-OPERACAO-MULTIPLICA==
                                       BY ==DET-OPERACAO-MULTIPLICA==
               ==CALC-OPERACAO-DIVISAO==   BY ==DET-OPERACAO-DIVISAO==
               ==CALC-OPERACAO==           BY ==DET-OPERACAO==
               ==CALC-N1==                 BY ==DET-N1==
               ==CALC-N2==                 BY ==DET-N2==
               ==CALC-RS==                 BY ==DET-RS==
               ==CALC-STATUS-OK==          BY ==DET-STATUS-OK==
               ==CALC-STATUS-REJEITADA==
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
       01  WS-CONTROL-RECORD.
           COPY TRANCTL REPLACING
               ==TCTL-RECORD-TYPE==        BY ==WCTL-RECORD-TYPE==
               ==TCTL-HEADER==             BY ==WCTL-HEADER==
               ==TCTL-TRAILER==            BY ==WCTL-TRAILER==
               ==TCTL-DATA==               BY ==WCTL-DATA==
               ==TCTL-HEADER-DATA==        BY ==WCTL-HEADER-DATA==
               ==TCTL-SOURCE-SYSTEM==      BY ==WCTL-SOURCE-SYSTEM==
               ==TCTL-CREATE-DATE==        BY ==WCTL-CREATE-DATE==
               ==TCTL-CYCLE==              BY ==WCTL-CYCLE==
               ==TCTL-TRAILER-DATA==       BY ==WCTL-TRAILER-DATA==
               ==TCTL-REC-COUNT==          BY ==WCTL-REC-COUNT==
               ==TCTL-HASH-N1==            BY ==WCTL-HASH-N1==
               ==TCTL-HASH-N2==            BY ==WCTL-HASH-N2==.
       01  WS-REPORT-LINE          PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CYCLE-ENV FROM ENVIRONMENT "CALCCYCLE"
           IF WS-CYCLE-ENV IS NUMERIC
               MOVE WS-CYCLE-ENV TO WS-RUN-CYCLE
           ELSE
               MOVE "01" TO WS-RUN-CYCLE
           END-IF
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-LER-LINHA
               UNTIL WS-LINHA-DADOS OR WS-END-OF-FILE
           IF WS-END-OF-FILE
               MOVE "ARQUIVO SEM NENHUMA LINHA DE TRANSACAO"
                   TO WS-MOTIVO
               PERFORM 8000-RECUSAR-ARQUIVO
           END-IF
           PERFORM 1500-VALIDAR-ORIGEM
           PERFORM 1800-ABRIR-TRANFILE
           PERFORM 2000-PROCESSAR-LINHA
               UNTIL WS-END-OF-FILE
           PERFORM 3000-GRAVAR-TRAILER
           PERFORM 4000-GRAVAR-RESUMO
           PERFORM 9000-CLOSE-FILES
           DISPLAY "PG06CALC1 - ORIGEM               : "
               WS-SOURCE-SYSTEM
           DISPLAY "PG06CALC1 - LINHAS DE TRANSACAO  : " WS-LIDO-COUNT
           DISPLAY "PG06CALC1 - GRAVADAS NO TRANFILE : "
               WS-SAIDA-COUNT
           DISPLAY "PG06CALC1 - RECUSADAS (INTAKERPT): " WS-ERRO-COUNT
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT DELIM-FILE
           IF WS-DELIM-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR TRANDELIM: " WS-DELIM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR INTAKERPT: " WS-REPORT-STATUS
               CLOSE DELIM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "ENTRADA DE ARQUIVO DELIMITADO (TRANDELIM) - DATA: "
               WS-RUN-DATE " CICLO: " WS-RUN-CYCLE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7000-GRAVAR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LINHA   MOTIVO" "                                   "
               "CONTEUDO RECEBIDO"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7000-GRAVAR-LINHA.

       1100-LER-LINHA.
           MOVE "N" TO WS-LINHA-SWITCH
           MOVE "N" TO WS-LONGA-SWITCH
           READ DELIM-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINHA-NUM
                   INSPECT DELIM-RECORD REPLACING ALL X"0D" BY SPACE
                   IF WS-DELIM-STATUS = "06"
                       OR DELIM-RECORD(101:100) NOT = SPACES
                       SET WS-LINHA-LONGA TO TRUE
                   END-IF
                   IF DELIM-RECORD NOT = SPACES
                       AND NOT (WS-LINHA-NUM = 1
                           AND DELIM-RECORD(1:7) = "ORIGEM;")
                       SET WS-LINHA-DADOS TO TRUE
                   END-IF
           END-READ.

       1500-VALIDAR-ORIGEM.
           PERFORM 2100-SEPARAR-CAMPOS
           MOVE FUNCTION TRIM(WS-CAMPO-ORIGEM) TO WS-SOURCE-SYSTEM
           IF WS-SOURCE-SYSTEM = SPACES
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-CAMPO-ORIGEM)) > 8
               MOVE "ORIGEM AUSENTE OU INVALIDA NA 1A TRANSACAO"
                   TO WS-MOTIVO
               PERFORM 8000-RECUSAR-ARQUIVO
           END-IF
           OPEN INPUT SRC-FILE
           IF WS-SRC-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR SRCMASTER: " WS-SRC-STATUS
               CLOSE DELIM-FILE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1510-PROCURAR-ORIGEM
               UNTIL WS-SRC-ENCONTRADO
                   OR WS-SRC-FIM-ARQUIVO
           CLOSE SRC-FILE
           IF NOT WS-SRC-ENCONTRADO
               MOVE SPACES TO WS-MOTIVO
               STRING "ORIGEM " WS-SOURCE-SYSTEM
                   " NAO ATIVA NO SRCMASTER"
                   DELIMITED BY SIZE INTO WS-MOTIVO
               PERFORM 8000-RECUSAR-ARQUIVO
           END-IF.

       1510-PROCURAR-ORIGEM.
           READ SRC-FILE
               AT END
                   SET WS-SRC-FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF SRC-SOURCE-SYSTEM = WS-SOURCE-SYSTEM
                       AND SRC-ATIVO
                       SET WS-SRC-ENCONTRADO TO TRUE
                   END-IF
           END-READ.

       1800-ABRIR-TRANFILE.
           OPEN OUTPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR TRANFILE: " WS-TRAN-STATUS
               CLOSE DELIM-FILE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-CONTROL-RECORD
           MOVE "H" TO WCTL-RECORD-TYPE
           MOVE WS-SOURCE-SYSTEM TO WCTL-SOURCE-SYSTEM
           MOVE WS-RUN-DATE TO WCTL-CREATE-DATE
           MOVE WS-RUN-CYCLE TO WCTL-CYCLE
           MOVE WS-CONTROL-RECORD TO TRAN-OUTPUT-RECORD
           WRITE TRAN-OUTPUT-RECORD.

       2000-PROCESSAR-LINHA.
           IF WS-LINHA-DADOS
               ADD 1 TO WS-LIDO-COUNT
               PERFORM 2100-SEPARAR-CAMPOS
               PERFORM 2200-VALIDAR-LINHA
               IF WS-LINHA-COM-ERRO
                   ADD 1 TO WS-ERRO-COUNT
                   PERFORM 2900-LISTAR-ERRO
               ELSE
                   PERFORM 2500-GRAVAR-DETALHE
               END-IF
           END-IF
           PERFORM 1100-LER-LINHA.

       2100-SEPARAR-CAMPOS.
           MOVE SPACES TO WS-CAMPOS
           MOVE ZEROS TO WS-CAMPOS-COUNT
           UNSTRING DELIM-RECORD DELIMITED BY ";"
               INTO WS-CAMPO-ORIGEM
                    WS-CAMPO-OPERACAO
                    WS-CAMPO-N1
                    WS-CAMPO-N2
                    WS-CAMPO-TRAN-ID
                    WS-CAMPO-EXCESSO
               TALLYING IN WS-CAMPOS-COUNT
           END-UNSTRING.

       2200-VALIDAR-LINHA.
           MOVE "N" TO WS-ERRO-SWITCH
           MOVE SPACES TO WS-MOTIVO
           EVALUATE TRUE
               WHEN WS-LINHA-LONGA
                   MOVE "LINHA COM MAIS DE 100 POSICOES" TO WS-MOTIVO
               WHEN WS-CAMPOS-COUNT < 4
                   MOVE "MENOS DE 4 CAMPOS NA LINHA" TO WS-MOTIVO
               WHEN WS-CAMPOS-COUNT > 5
                   MOVE "MAIS DE 5 CAMPOS NA LINHA" TO WS-MOTIVO
               WHEN FUNCTION TRIM(WS-CAMPO-ORIGEM)
                       NOT = WS-SOURCE-SYSTEM
                   MOVE "ORIGEM DIFERENTE DA DO ARQUIVO" TO WS-MOTIVO
               WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-CAMPO-OPERACAO))
                       NOT = 1
                   MOVE "OPERACAO INVALIDA (A, S, M OU D)"
                       TO WS-MOTIVO
               WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-CAMPO-TRAN-ID))
                       > 12
                   MOVE "TRANSACAO COM MAIS DE 12 POSICOES"
                       TO WS-MOTIVO
           END-EVALUATE
           IF WS-MOTIVO = SPACES
               MOVE SPACES TO WS-DETAIL-FIELDS
               MOVE FUNCTION TRIM(WS-CAMPO-OPERACAO) TO DET-OPERACAO
               IF NOT DET-OPERACAO-VALIDA
                   MOVE "OPERACAO INVALIDA (A, S, M OU D)"
                       TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               MOVE WS-CAMPO-N1 TO WS-OPER-TEXTO
               PERFORM 2300-CONVERTER-OPERANDO
               IF WS-OPER-MOTIVO NOT = SPACES
                   STRING "N1 " WS-OPER-MOTIVO
                       DELIMITED BY SIZE INTO WS-MOTIVO
               ELSE
                   MOVE WS-OPER-VALOR TO DET-N1
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               MOVE WS-CAMPO-N2 TO WS-OPER-TEXTO
               PERFORM 2300-CONVERTER-OPERANDO
               IF WS-OPER-MOTIVO NOT = SPACES
                   STRING "N2 " WS-OPER-MOTIVO
                       DELIMITED BY SIZE INTO WS-MOTIVO
               ELSE
                   MOVE WS-OPER-VALOR TO DET-N2
               END-IF
           END-IF
           IF WS-MOTIVO NOT = SPACES
               SET WS-LINHA-COM-ERRO TO TRUE
           END-IF.

       2300-CONVERTER-OPERANDO.
           MOVE SPACES TO WS-OPER-MOTIVO
           MOVE ZEROS TO WS-OPER-VALOR
           MOVE FUNCTION TRIM(WS-OPER-TEXTO) TO WS-OPER-TEXTO
           MOVE WS-OPER-TEXTO(1:1) TO WS-OPER-SINAL
           MOVE WS-OPER-TEXTO(2:) TO WS-OPER-DIGITOS
           IF WS-OPER-DIGITOS = SPACES
               MOVE ZEROS TO WS-OPER-TAMANHO
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-OPER-DIGITOS))
                   TO WS-OPER-TAMANHO
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-OPER-SINAL-VALIDO
                   MOVE "SEM SINAL EXPLICITO (+ OU -)"
                       TO WS-OPER-MOTIVO
               WHEN WS-OPER-TAMANHO = ZEROS
                   MOVE "NAO NUMERICO" TO WS-OPER-MOTIVO
               WHEN WS-OPER-DIGITOS(1:WS-OPER-TAMANHO) IS NOT NUMERIC
                   MOVE "NAO NUMERICO" TO WS-OPER-MOTIVO
               WHEN WS-OPER-TAMANHO > 7
                   MOVE "COM MAIS DE 7 DIGITOS" TO WS-OPER-MOTIVO
               WHEN OTHER
                   COMPUTE WS-OPER-VALOR =
                       FUNCTION NUMVAL(WS-OPER-DIGITOS)
                   IF WS-OPER-NEGATIVO
                       COMPUTE WS-OPER-VALOR = 0 - WS-OPER-VALOR
                   END-IF
           END-EVALUATE.

       2500-GRAVAR-DETALHE.
           MOVE ZEROS TO DET-RS
           MOVE SPACE TO DET-STATUS
           MOVE FUNCTION TRIM(WS-CAMPO-TRAN-ID) TO DET-TRAN-ID
           MOVE WS-RUN-CYCLE TO DET-CYCLE
           MOVE SPACES TO DET-CONTA
           MOVE WS-DETAIL-FIELDS TO TRAN-OUTPUT-RECORD
           WRITE TRAN-OUTPUT-RECORD
           ADD 1 TO WS-SAIDA-COUNT
           ADD DET-N1 TO WS-SAIDA-HASH-N1
           ADD DET-N2 TO WS-SAIDA-HASH-N2.

       2900-LISTAR-ERRO.
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-LINHA-NUM "  " WS-MOTIVO " "
               DELIM-RECORD(1:83)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7000-GRAVAR-LINHA.

       3000-GRAVAR-TRAILER.
           MOVE SPACES TO WS-CONTROL-RECORD
           MOVE "T" TO WCTL-RECORD-TYPE
           MOVE WS-SAIDA-COUNT TO WCTL-REC-COUNT
           MOVE WS-SAIDA-HASH-N1 TO WCTL-HASH-N1
           MOVE WS-SAIDA-HASH-N2 TO WCTL-HASH-N2
           MOVE WS-CONTROL-RECORD TO TRAN-OUTPUT-RECORD
           WRITE TRAN-OUTPUT-RECORD.

       4000-GRAVAR-RESUMO.
           IF WS-ERRO-COUNT = ZEROS
               MOVE "NENHUMA LINHA RECUSADA." TO WS-REPORT-LINE
               PERFORM 7000-GRAVAR-LINHA
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 7000-GRAVAR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ORIGEM: " WS-SOURCE-SYSTEM
               "  LINHAS DE TRANSACAO: " WS-LIDO-COUNT
               "  GRAVADAS NO TRANFILE: " WS-SAIDA-COUNT
               "  RECUSADAS: " WS-ERRO-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7000-GRAVAR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TRAILER DO TRANFILE - REGISTROS: " WS-SAIDA-COUNT
               "  HASH N1: " WCTL-HASH-N1
               "  HASH N2: " WCTL-HASH-N2
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7000-GRAVAR-LINHA.

       7000-GRAVAR-LINHA.
           MOVE WS-REPORT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       8000-RECUSAR-ARQUIVO.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "*** ARQUIVO RECUSADO: " WS-MOTIVO
               " - NENHUM TRANFILE GERADO ***"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7000-GRAVAR-LINHA
           CLOSE DELIM-FILE
           CLOSE REPORT-FILE
           DISPLAY "PG06CALC1 - ARQUIVO RECUSADO: " WS-MOTIVO
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       9000-CLOSE-FILES.
           CLOSE DELIM-FILE
           CLOSE TRAN-FILE
           CLOSE REPORT-FILE.
       END PROGRAM PG06CALC1.
