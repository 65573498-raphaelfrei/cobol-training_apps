      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Maintenance console for the business-calendar master
      *          BCALMAST (BCALREC layout), in the line-mode style of
      *          the PG06CALCI and PG06CALCW consoles - the way the
      *          bank holidays and the exceptional working days that
      *          PG06CALCG, PG06CALCY, and PG06CALCA count business
      *          days from are kept, instead of the master being
      *          edited by hand. The operator (USER environment
      *          variable, CONSOLE when unset) must hold a record on
      *          the operator authorization master OPAUTH or the
      *          session does not start. The operator keys a date
      *          (YYYYMMDD, validated as a real calendar date) and is
      *          shown its weekday and how it counts today; a date
      *          already on the master can be kept, amended, or
      *          removed (it then falls back to the normal working
      *          week), and a new date can be included as a holiday
      *          ("F") or a working day ("U") with a description,
      *          which is required. An entry that would not change how
      *          the date counts - a holiday on a weekend, a working
      *          day on a weekday - is refused. Every inclusion and
      *          amendment stamps the record with the operator id and
      *          the time. A blank date ends the session. A missing
      *          BCALMAST is created empty on the first session.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG06CALCD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BCAL-FILE ASSIGN TO "BCALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCAL-DATA
               FILE STATUS IS WS-BCAL-STATUS.

           SELECT AUTH-FILE ASSIGN TO "OPAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BCAL-FILE.
       01  BCAL-RECORD.
           COPY BCALREC.

       FD  AUTH-FILE
           RECORDING MODE IS F.
       01  AUTH-RECORD.
           COPY AUTHREC.

       WORKING-STORAGE SECTION.
       77  WS-BCAL-STATUS       PIC X(02) VALUE SPACES.
       77  WS-AUTH-FILE-STATUS  PIC X(02) VALUE SPACES.
       77  WS-AUTH-EOF          PIC X(01) VALUE "N".
           88  WS-AUTH-FIM-ARQUIVO      VALUE "Y".
       77  WS-AUTH-ACHADO       PIC X(01) VALUE "N".
           88  WS-AUTH-ENCONTRADO       VALUE "Y".
       77  WS-OPERADOR-ID       PIC X(08) VALUE SPACES.
       77  WS-TIMESTAMP         PIC X(21) VALUE SPACES.
       77  WS-FIM-SWITCH        PIC X(01) VALUE "N".
           88  WS-FIM-SESSAO            VALUE "Y".
       77  WS-ACAO              PIC X(01) VALUE SPACE.
           88  WS-ACAO-VALIDA           VALUES "M" "A" "E".
           88  WS-ACAO-MANTER           VALUE "M".
           88  WS-ACAO-ALTERAR          VALUE "A".
           88  WS-ACAO-EXCLUIR          VALUE "E".
       77  WS-RESPOSTA          PIC X(01) VALUE SPACE.
           88  WS-RESPOSTA-VALIDA       VALUES "S" "N".
           88  WS-RESPOSTA-SIM          VALUE "S".
       77  WS-TIPO-NOVO         PIC X(01) VALUE SPACE.
           88  WS-TIPO-NOVO-VALIDO      VALUES "F" "U".
           88  WS-TIPO-NOVO-FERIADO     VALUE "F".
           88  WS-TIPO-NOVO-DIA-UTIL    VALUE "U".
       77  WS-DESCRICAO-NOVA    PIC X(30) VALUE SPACES.
       77  WS-TIPO-OK           PIC X(01) VALUE "N".
           88  WS-TIPO-ACEITO           VALUE "Y".
       01  WS-DATA-ENTRADA.
           05  WS-DATA-ANO      PIC 9(04).
           05  WS-DATA-MES      PIC 9(02).
           05  WS-DATA-DIA      PIC 9(02).
       77  WS-DATA-OK           PIC X(01) VALUE "N".
           88  WS-DATA-VALIDA           VALUE "Y".
       77  WS-DIAS-NO-MES       PIC 9(02) VALUE ZERO.
       77  WS-DIA-SEMANA        PIC 9(01) VALUE ZERO.
           88  WS-FIM-DE-SEMANA         VALUES 0 6.
       01  WS-NOMES-DIAS.
           05  FILLER           PIC X(09) VALUE "DOMINGO".
           05  FILLER           PIC X(09) VALUE "SEGUNDA".
           05  FILLER           PIC X(09) VALUE "TERCA".
           05  FILLER           PIC X(09) VALUE "QUARTA".
           05  FILLER           PIC X(09) VALUE "QUINTA".
           05  FILLER           PIC X(09) VALUE "SEXTA".
           05  FILLER           PIC X(09) VALUE "SABADO".
       01  WS-NOMES-TABELA REDEFINES WS-NOMES-DIAS.
           05  WS-NOME-DIA OCCURS 7 TIMES PIC X(09).
       77  WS-SITUACAO-DIA      PIC X(14) VALUE SPACES.
       77  WS-INCLUIDO-COUNT    PIC 9(08) VALUE ZEROS.
       77  WS-ALTERADO-COUNT    PIC 9(08) VALUE ZEROS.
       77  WS-EXCLUIDO-COUNT    PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-TRATAR-DATA
               UNTIL WS-FIM-SESSAO
           PERFORM 9000-CLOSE-FILES
           DISPLAY "PG06CALCD - DATAS INCLUIDAS      : "
               WS-INCLUIDO-COUNT
           DISPLAY "PG06CALCD - DATAS ALTERADAS      : "
               WS-ALTERADO-COUNT
           DISPLAY "PG06CALCD - DATAS EXCLUIDAS      : "
               WS-EXCLUIDO-COUNT
           STOP RUN.

       1000-OPEN-FILES.
           ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "USER"
           IF WS-OPERADOR-ID = SPACES
               MOVE "CONSOLE" TO WS-OPERADOR-ID
           END-IF
           PERFORM 1300-CARREGAR-AUTORIZACAO

           OPEN I-O BCAL-FILE
           IF WS-BCAL-STATUS = "35"
               OPEN OUTPUT BCAL-FILE
               IF WS-BCAL-STATUS = "00"
                   CLOSE BCAL-FILE
                   OPEN I-O BCAL-FILE
               END-IF
           END-IF
           IF WS-BCAL-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR BCALMAST: " WS-BCAL-STATUS
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
               DISPLAY "PG06CALCD - OPERADOR " WS-OPERADOR-ID " SEM "
                   "REGISTRO NO OPAUTH - MANUTENCAO RECUSADA."
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

       2000-TRATAR-DATA.
           MOVE SPACES TO WS-DATA-ENTRADA
           DISPLAY " "
           DISPLAY "DATA (YYYYMMDD, BRANCO = SAIR): "
           ACCEPT WS-DATA-ENTRADA
           IF WS-DATA-ENTRADA = SPACES
               SET WS-FIM-SESSAO TO TRUE
           ELSE
               PERFORM 3100-VALIDAR-DATA
               IF NOT WS-DATA-VALIDA
                   DISPLAY "ERRO: DATA INVALIDA. USE YYYYMMDD."
               ELSE
                   COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-DATA-ENTRADA)) 7)
                   PERFORM 2100-LER-DATA
               END-IF
           END-IF.

       2100-LER-DATA.
           MOVE SPACES TO BCAL-RECORD
           MOVE WS-DATA-ENTRADA TO BCAL-DATA
           READ BCAL-FILE
               INVALID KEY
                   PERFORM 2200-DATA-NAO-CADASTRADA
               NOT INVALID KEY
                   PERFORM 2300-DATA-CADASTRADA
           END-READ.

       2200-DATA-NAO-CADASTRADA.
           IF WS-FIM-DE-SEMANA
               MOVE "NAO UTIL" TO WS-SITUACAO-DIA
           ELSE
               MOVE "DIA UTIL" TO WS-SITUACAO-DIA
           END-IF
           DISPLAY "  " WS-DATA-ENTRADA " "
               WS-NOME-DIA(WS-DIA-SEMANA + 1)
               " SEM REGISTRO NO CALENDARIO - " WS-SITUACAO-DIA
           MOVE SPACE TO WS-RESPOSTA
           PERFORM UNTIL WS-RESPOSTA-VALIDA
               DISPLAY "INCLUIR A DATA NO CALENDARIO (S/N)? "
               ACCEPT WS-RESPOSTA
               IF NOT WS-RESPOSTA-VALIDA
                   DISPLAY "ERRO: RESPONDA S OU N."
               END-IF
           END-PERFORM
           IF WS-RESPOSTA-SIM
               MOVE SPACES TO BCAL-RECORD
               MOVE WS-DATA-ENTRADA TO BCAL-DATA
               PERFORM 3200-SOLICITAR-CAMPOS
               WRITE BCAL-RECORD
               IF WS-BCAL-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR BCALMAST: " WS-BCAL-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   STOP RUN
               END-IF
               ADD 1 TO WS-INCLUIDO-COUNT
               DISPLAY "DATA " WS-DATA-ENTRADA " INCLUIDA."
           END-IF.

       2300-DATA-CADASTRADA.
           IF BCAL-FERIADO
               MOVE "FERIADO" TO WS-SITUACAO-DIA
           ELSE
               MOVE "DIA UTIL" TO WS-SITUACAO-DIA
           END-IF
           DISPLAY "  " WS-DATA-ENTRADA " "
               WS-NOME-DIA(WS-DIA-SEMANA + 1)
               " TIPO: [" BCAL-TIPO "] " WS-SITUACAO-DIA
           DISPLAY "  DESCRICAO: [" BCAL-DESCRICAO "]"
           DISPLAY "  ATUALIZADO EM [" BCAL-ATUALIZADO-EM(1:8)
               "] POR [" BCAL-ATUALIZADO-POR "]"
           MOVE SPACE TO WS-ACAO
           PERFORM UNTIL WS-ACAO-VALIDA
               DISPLAY "ACAO (M-MANTER, A-ALTERAR, E-EXCLUIR): "
               ACCEPT WS-ACAO
               IF NOT WS-ACAO-VALIDA
                   DISPLAY "ERRO: ACAO INVALIDA. DIGITE NOVAMENTE."
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ACAO-MANTER
                   CONTINUE
               WHEN WS-ACAO-ALTERAR
                   PERFORM 3200-SOLICITAR-CAMPOS
                   REWRITE BCAL-RECORD
                   IF WS-BCAL-STATUS NOT = "00"
                       DISPLAY "ERRO AO REGRAVAR BCALMAST: "
                           WS-BCAL-STATUS
                       MOVE 8 TO RETURN-CODE
                       PERFORM 9000-CLOSE-FILES
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ALTERADO-COUNT
                   DISPLAY "DATA " WS-DATA-ENTRADA " ALTERADA."
               WHEN WS-ACAO-EXCLUIR
                   DELETE BCAL-FILE RECORD
                   IF WS-BCAL-STATUS NOT = "00"
                       DISPLAY "ERRO AO EXCLUIR DE BCALMAST: "
                           WS-BCAL-STATUS
                       MOVE 8 TO RETURN-CODE
                       PERFORM 9000-CLOSE-FILES
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-EXCLUIDO-COUNT
                   DISPLAY "DATA " WS-DATA-ENTRADA " EXCLUIDA - "
                       "VOLTA A SEMANA NORMAL."
           END-EVALUATE.

       3200-SOLICITAR-CAMPOS.
           MOVE "N" TO WS-TIPO-OK
           PERFORM UNTIL WS-TIPO-ACEITO
               DISPLAY "INSIRA O TIPO (F-FERIADO, U-DIA UTIL): "
               MOVE SPACE TO WS-TIPO-NOVO
               ACCEPT WS-TIPO-NOVO
               EVALUATE TRUE
                   WHEN NOT WS-TIPO-NOVO-VALIDO
                       DISPLAY "ERRO: TIPO INVALIDO. DIGITE "
                           "NOVAMENTE."
                   WHEN WS-TIPO-NOVO-FERIADO AND WS-FIM-DE-SEMANA
                       DISPLAY "ERRO: FIM DE SEMANA JA NAO E DIA "
                           "UTIL. DIGITE NOVAMENTE."
                   WHEN WS-TIPO-NOVO-DIA-UTIL AND NOT WS-FIM-DE-SEMANA
                       DISPLAY "ERRO: DIA DE SEMANA JA E DIA UTIL. "
                           "DIGITE NOVAMENTE."
                   WHEN OTHER
                       SET WS-TIPO-ACEITO TO TRUE
               END-EVALUATE
           END-PERFORM
           MOVE WS-TIPO-NOVO TO BCAL-TIPO

           MOVE SPACES TO WS-DESCRICAO-NOVA
           PERFORM UNTIL WS-DESCRICAO-NOVA NOT = SPACES
               DISPLAY "INSIRA A DESCRICAO (OBRIGATORIA): "
               ACCEPT WS-DESCRICAO-NOVA
               IF WS-DESCRICAO-NOVA = SPACES
                   DISPLAY "ERRO: INFORME A DESCRICAO."
               END-IF
           END-PERFORM
           MOVE WS-DESCRICAO-NOVA TO BCAL-DESCRICAO

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP TO BCAL-ATUALIZADO-EM
           MOVE WS-OPERADOR-ID TO BCAL-ATUALIZADO-POR.

       3100-VALIDAR-DATA.
           MOVE "N" TO WS-DATA-OK
           IF WS-DATA-ENTRADA IS NUMERIC
               AND WS-DATA-MES >= 01 AND WS-DATA-MES <= 12
               EVALUATE WS-DATA-MES
                   WHEN 01
                   WHEN 03
                   WHEN 05
                   WHEN 07
                   WHEN 08
                   WHEN 10
                   WHEN 12
                       MOVE 31 TO WS-DIAS-NO-MES
                   WHEN 04
                   WHEN 06
                   WHEN 09
                   WHEN 11
                       MOVE 30 TO WS-DIAS-NO-MES
                   WHEN 02
                       IF FUNCTION MOD(WS-DATA-ANO 4) = ZERO
                           AND (FUNCTION MOD(WS-DATA-ANO 100)
                                   NOT = ZERO
                               OR FUNCTION MOD(WS-DATA-ANO 400)
                                   = ZERO)
                           MOVE 29 TO WS-DIAS-NO-MES
                       ELSE
                           MOVE 28 TO WS-DIAS-NO-MES
                       END-IF
               END-EVALUATE
               IF WS-DATA-DIA >= 01
                   AND WS-DATA-DIA <= WS-DIAS-NO-MES
                   AND WS-DATA-ANO >= 1601
                   MOVE "Y" TO WS-DATA-OK
               END-IF
           END-IF.

       9000-CLOSE-FILES.
           CLOSE BCAL-FILE.
       END PROGRAM PG06CALCD.
