      *                is now YYMMDD plus cycle plus a 4-digit
      *                sequence, so two cycles in one day can never
      *                collide on generated ids.
      *   15/10/2026 - Carry reversal detail records (REVREC layout,
      *                "E" in byte 1) through to TRANOUT the same way
      *                as chained references: they count toward the
      *                rebuilt trailer's record count, stay out of the
      *                N1/N2 hash totals, and a blank id is stamped at
      *                the shared offset.
      *   15/10/2026 - Records widened for the account number (CALC-
      *                CONTA) now carried on CALCREC, CHAINREC, and the
      *                padded TRANCTL and REVREC records; the account is
      *                carried through to TRANOUT unchanged, and
      *                generated standing-instruction records leave it
      *                spaces.
      *   15/10/2026 - Schedule standing instructions against the
      *                business-calendar master BCALMAST (BCALREC
      *                layout; missing means weekends only): a monthly
      *                instruction effective on a day the month does not
      *                have falls due on the month's last day, and an
      *                instruction with a roll rule (SI-AJUSTE) whose
      *                due date is not a business day is generated on
      *                the next business day (P), the previous business
      *                day (A), or not at all (S) - with no roll rule it
      *                stays due on the calendar date as before. An
      *                instruction with an unknown frequency or roll
      *                rule is ignored and counted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG06CALCG.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT BCAL-FILE ASSIGN TO "BCALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCAL-DATA
               FILE STATUS IS WS-BCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           RECORDING MODE IS F.
       01  TRAN-INPUT-RECORD       PIC X(61).
       01  TRAN-CONTROL-RECORD.
           COPY TRANCTL.

       FD  RESUBMIT-FILE
           RECORDING MODE IS F.
       01  RESUBMIT-RECORD         PIC X(61).

       FD  SI-FILE
           RECORDING MODE IS F.

       FD  TRANOUT-FILE
           RECORDING MODE IS F.
       01  TRANOUT-RECORD          PIC X(61).

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
       01  SRC-RECORD.
           COPY SRCREC.

       FD  BCAL-FILE.
       01  BCAL-RECORD.
           COPY BCALREC.

       WORKING-STORAGE SECTION.
       77  WS-SRC-STATUS           PIC X(02) VALUE SPACES.
       77  WS-SRC-EOF              PIC X(01) VALUE "N".
           88  WS-TRAILER-LIDO             VALUE "Y".
       77  WS-CONTROLE-SWITCH      PIC X(01) VALUE "N".
           88  WS-CONTROLE-ERRO            VALUE "Y".
       77  WS-ENTRADA-COUNT        PIC 9(08) VALUE ZEROS.
       77  WS-ENTRADA-HASH-N1      PIC S9(13) VALUE ZEROS.
       77  WS-ENTRADA-HASH-N2      PIC S9(13) VALUE ZEROS.
       77  WS-RUN-INT              PIC 9(08) VALUE ZEROS COMP.
       77  WS-INICIO-INT           PIC 9(08) VALUE ZEROS COMP.
       77  WS-DIAS                 PIC S9(08) VALUE ZEROS COMP.
       77  WS-BCAL-STATUS          PIC X(02) VALUE SPACES.
       77  WS-BCAL-DISP-SWITCH     PIC X(01) VALUE "N".
           88  WS-BCAL-DISPONIVEL          VALUE "Y".
       77  WS-DIA-UTIL-SWITCH      PIC X(01) VALUE "N".
           88  WS-DIA-UTIL                 VALUE "Y".
       77  WS-DIA-SEMANA           PIC 9(01) VALUE ZERO.
       77  WS-CAL-INT              PIC 9(08) VALUE ZEROS COMP.
       77  WS-NOM-INT              PIC 9(08) VALUE ZEROS COMP.
       77  WS-VARRIDOS             PIC 9(02) VALUE ZEROS.
       77  WS-VARREDURA-MAX        PIC 9(02) VALUE 31.
       77  WS-VARREDURA-SWITCH     PIC X(01) VALUE "N".
           88  WS-VARREDURA-FIM            VALUE "Y".
       77  WS-OCORRENCIAS          PIC 9(02) VALUE ZEROS.
       77  WS-OCORRENCIAS-ANTES    PIC 9(02) VALUE ZEROS.
       77  WS-DIA-ALVO             PIC 9(02) VALUE ZEROS.
       77  WS-PROXIMO-MES          PIC 9(08) VALUE ZEROS.
       77  WS-ULTIMO-DIA           PIC 9(08) VALUE ZEROS.
       77  WS-SI-ROLADA-COUNT      PIC 9(08) VALUE ZEROS.
       01  WS-CAL-DATA-N           PIC 9(08) VALUE ZEROS.
       01  WS-CAL-DATA REDEFINES WS-CAL-DATA-N
                                   PIC X(08).
       01  WS-NOM-DATA-N           PIC 9(08) VALUE ZEROS.
       01  WS-NOM-DATA REDEFINES WS-NOM-DATA-N.
           05  WS-NOM-ANO          PIC 9(04).
           05  WS-NOM-MES          PIC 9(02).
           05  WS-NOM-DIA          PIC 9(02).
       01  WS-DETAIL-FIELDS.
           COPY CALCREC REPLACING
               ==CALC-OPERACAO-VALIDA==    BY ==DET-OPERACAO-VALIDA==
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
               WS-RESUB-COUNT
           DISPLAY "PG06CALCG - DETALHES GERADOS     : "
               WS-GERADO-COUNT
           DISPLAY "PG06CALCG - GERADOS POR AJUSTE   : "
               WS-SI-ROLADA-COUNT
           DISPLAY "PG06CALCG - INSTRUCOES IGNORADAS : "
               WS-SI-IGNORADA-COUNT
           DISPLAY "PG06CALCG - TOTAL EM TRANOUT     : "
           IF WS-TRANOUT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR TRANOUT: " WS-TRANOUT-STATUS
               STOP RUN
           END-IF

           OPEN INPUT BCAL-FILE
           EVALUATE WS-BCAL-STATUS
               WHEN "00"
                   SET WS-BCAL-DISPONIVEL TO TRUE
               WHEN "35"
                   DISPLAY "PG06CALCG - AVISO: BCALMAST AUSENTE - "
                       "SOMENTE FINS DE SEMANA SAO DIAS NAO UTEIS."
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR BCALMAST: " WS-BCAL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2000-COPIAR-ENTRADA.
           IF NOT WS-TRAN-EXISTE
                   ADD 1 TO WS-ENTRADA-COUNT
                   MOVE TRAN-INPUT-RECORD TO WS-DETAIL-FIELDS
                   IF NOT DCH-TIPO-REFERENCIA
                       AND NOT DRV-TIPO-ESTORNO
                       AND DET-N1 IS NUMERIC AND DET-N2 IS NUMERIC
                       ADD DET-N1 TO WS-ENTRADA-HASH-N1
                       ADD DET-N2 TO WS-ENTRADA-HASH-N2
               OR SI-N1 IS NOT NUMERIC
               OR SI-N2 IS NOT NUMERIC
               OR SI-DATA-INICIO IS NOT NUMERIC
               OR NOT SI-AJUSTE-VALIDO
               OR (NOT SI-FREQ-DIARIA AND NOT SI-FREQ-SEMANAL
                   AND NOT SI-FREQ-MENSAL)
               ADD 1 TO WS-SI-IGNORADA-COUNT
           ELSE
               PERFORM 4300-VERIFICAR-VENCIMENTO
               PERFORM 4250-GERAR-OCORRENCIA
                   WS-OCORRENCIAS TIMES
           END-IF.

       4250-GERAR-OCORRENCIA.
           ADD 1 TO WS-GERADO-COUNT
           MOVE SPACES TO WS-DETAIL-FIELDS
           MOVE SI-OPERACAO TO DET-OPERACAO
           MOVE SI-N1 TO DET-N1
           MOVE SI-N2 TO DET-N2
           MOVE ZEROS TO DET-RS
           MOVE SPACE TO DET-STATUS
           PERFORM 6000-GRAVAR-DETALHE.

       4300-VERIFICAR-VENCIMENTO.
           MOVE ZEROS TO WS-OCORRENCIAS
           MOVE WS-RUN-INT TO WS-NOM-INT
           IF SI-AJUSTE-NENHUM
               PERFORM 4400-VERIFICAR-DATA-NOMINAL
           ELSE
               MOVE WS-RUN-INT TO WS-CAL-INT
               PERFORM 7000-VERIFICAR-DIA-UTIL
               IF WS-DIA-UTIL
                   PERFORM 4400-VERIFICAR-DATA-NOMINAL
                   IF NOT SI-AJUSTE-SALTAR
                       MOVE ZEROS TO WS-VARRIDOS
                       MOVE "N" TO WS-VARREDURA-SWITCH
                       PERFORM 4350-VARRER-NAO-UTEIS
                           UNTIL WS-VARREDURA-FIM
                   END-IF
               END-IF
           END-IF.

       4350-VARRER-NAO-UTEIS.
           ADD 1 TO WS-VARRIDOS
           IF SI-AJUSTE-PROXIMO
               COMPUTE WS-CAL-INT = WS-RUN-INT - WS-VARRIDOS
           ELSE
               COMPUTE WS-CAL-INT = WS-RUN-INT + WS-VARRIDOS
           END-IF
           PERFORM 7000-VERIFICAR-DIA-UTIL
           IF WS-DIA-UTIL
               OR WS-VARRIDOS >= WS-VARREDURA-MAX
               SET WS-VARREDURA-FIM TO TRUE
           ELSE
               MOVE WS-CAL-INT TO WS-NOM-INT
               MOVE WS-OCORRENCIAS TO WS-OCORRENCIAS-ANTES
               PERFORM 4400-VERIFICAR-DATA-NOMINAL
               IF WS-OCORRENCIAS > WS-OCORRENCIAS-ANTES
                   ADD 1 TO WS-SI-ROLADA-COUNT
               END-IF
           END-IF.

       4400-VERIFICAR-DATA-NOMINAL.
           MOVE FUNCTION DATE-OF-INTEGER(WS-NOM-INT) TO WS-NOM-DATA-N
           IF WS-NOM-DATA < SI-DATA-INICIO
               OR (SI-DATA-FIM IS NUMERIC
                   AND WS-NOM-DATA > SI-DATA-FIM)
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN SI-FREQ-DIARIA
                       ADD 1 TO WS-OCORRENCIAS
                   WHEN SI-FREQ-SEMANAL
                       COMPUTE WS-INICIO-INT =
                           FUNCTION INTEGER-OF-DATE(
                               FUNCTION NUMVAL(SI-DATA-INICIO))
                       COMPUTE WS-DIAS = WS-NOM-INT - WS-INICIO-INT
                       IF FUNCTION MOD(WS-DIAS 7) = ZERO
                           ADD 1 TO WS-OCORRENCIAS
                       END-IF
                   WHEN SI-FREQ-MENSAL
                       PERFORM 4450-CALCULAR-DIA-ALVO
                       IF WS-NOM-DIA = WS-DIA-ALVO
                           ADD 1 TO WS-OCORRENCIAS
                       END-IF
               END-EVALUATE
           END-IF.

       4450-CALCULAR-DIA-ALVO.
           MOVE SI-DATA-INICIO(7:2) TO WS-DIA-ALVO
           IF WS-NOM-MES = 12
               COMPUTE WS-PROXIMO-MES = (WS-NOM-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-PROXIMO-MES =
                   WS-NOM-ANO * 10000 + (WS-NOM-MES + 1) * 100 + 1
           END-IF
           COMPUTE WS-ULTIMO-DIA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PROXIMO-MES) - 1)
           IF WS-DIA-ALVO > WS-ULTIMO-DIA(7:2)
               MOVE WS-ULTIMO-DIA(7:2) TO WS-DIA-ALVO
           END-IF.

       5000-GRAVAR-TRAILER.
           MOVE SPACES TO WS-CONTROL-RECORD
           MOVE "T" TO WCTL-RECORD-TYPE
           MOVE WS-RUN-CYCLE TO DET-CYCLE
           ADD 1 TO WS-SAIDA-COUNT
           IF NOT DCH-TIPO-REFERENCIA
               AND NOT DRV-TIPO-ESTORNO
               AND DET-N1 IS NUMERIC AND DET-N2 IS NUMERIC
               ADD DET-N1 TO WS-SAIDA-HASH-N1
               ADD DET-N2 TO WS-SAIDA-HASH-N2
           MOVE WS-ID-SEQ TO WS-NOVO-ID-SEQ
           MOVE WS-NOVO-ID TO DET-TRAN-ID.

       7000-VERIFICAR-DIA-UTIL.
           MOVE "N" TO WS-DIA-UTIL-SWITCH
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-CAL-INT 7)
           IF WS-DIA-SEMANA NOT = 0 AND WS-DIA-SEMANA NOT = 6
               SET WS-DIA-UTIL TO TRUE
           END-IF
           IF WS-BCAL-DISPONIVEL
               MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-INT)
                   TO WS-CAL-DATA-N
               MOVE WS-CAL-DATA TO BCAL-DATA
               READ BCAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BCAL-FERIADO
                           MOVE "N" TO WS-DIA-UTIL-SWITCH
                       END-IF
                       IF BCAL-DIA-UTIL
                           SET WS-DIA-UTIL TO TRUE
                       END-IF
               END-READ
           END-IF.

       8000-CONCLUIR-RUNCTL.
           MOVE "C" TO RCTL-STATUS
           MOVE FUNCTION CURRENT-DATE TO RCTL-FIM
               CLOSE RESUBMIT-FILE
           END-IF
           CLOSE SI-FILE
           CLOSE TRANOUT-FILE
           IF WS-BCAL-DISPONIVEL
               CLOSE BCAL-FILE
           END-IF.
       END PROGRAM PG06CALCG.
