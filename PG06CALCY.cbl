      *          expiry. A record whose run date is not a usable date
      *          ages as zero days, so it is kept and keeps showing
      *          up rather than being silently discarded on bad data.
      *          Reversals suspended with reason "ES" and
      *          calculations declined on the dual-control approval
      *          console with reason "AD", and transactions whose
      *          account is unknown, blocked, or closed on ACCTMAST
      *          with reason "CT", and chained references and
      *          reversals into a closed month with reason "PF", get
      *          their own lines on the report. Ages, the age
      *          bands, and the escalation and expiry thresholds are
      *          all counted in business days - the days after the
      *          run date up to today that are business days on the
      *          business-calendar master BCALMAST (BCALREC layout;
      *          a missing master leaves only weekends out) - so a
      *          long weekend does not push everything a band older.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG06CALCY.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BCAL-FILE ASSIGN TO "BCALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCAL-DATA
               FILE STATUS IS WS-BCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE

       FD  KEEP-FILE
           RECORDING MODE IS F.
       01  KEEP-RECORD             PIC X(73).

       FD  DISCARD-FILE
           RECORDING MODE IS F.
       01  DISCARD-RECORD          PIC X(73).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(80).

       FD  BCAL-FILE.
       01  BCAL-RECORD.
           COPY BCALREC.

       WORKING-STORAGE SECTION.
       77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
       77  WS-SUSPENSE-STATUS      PIC X(02) VALUE SPACES.
       77  WS-KEEP-STATUS          PIC X(02) VALUE SPACES.
       77  WS-DISCARD-STATUS       PIC X(02) VALUE SPACES.
       77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
       77  WS-BCAL-STATUS          PIC X(02) VALUE SPACES.
       77  WS-BCAL-DISP-SWITCH     PIC X(01) VALUE "N".
           88  WS-BCAL-DISPONIVEL          VALUE "Y".
       77  WS-DIA-UTIL-SWITCH      PIC X(01) VALUE "N".
           88  WS-DIA-UTIL                 VALUE "Y".
       77  WS-DIA-SEMANA           PIC 9(01) VALUE ZERO.
       77  WS-CAL-INT              PIC 9(08) VALUE ZEROS COMP.
       01  WS-CAL-DATA-N           PIC 9(08) VALUE ZEROS.
       01  WS-CAL-DATA REDEFINES WS-CAL-DATA-N
                                   PIC X(08).
       77  WS-DISCARD-NAME         PIC X(17) VALUE SPACES.
       77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-END-OF-FILE              VALUE "Y".
       77  WS-DATA-INT             PIC 9(08) VALUE ZEROS COMP.
       77  WS-IDADE-DIAS           PIC S9(05) VALUE ZEROS.
       77  WS-IDADE-EDIT           PIC -(4)9 VALUE ZEROS.
       77  WS-MOTIVO-IDX           PIC 9(02) VALUE ZERO.
       77  WS-FAIXA-IDX            PIC 9(01) VALUE ZERO.
       77  WS-LIDO-COUNT           PIC 9(08) VALUE ZEROS.
       77  WS-MANTIDO-COUNT        PIC 9(08) VALUE ZEROS.
       77  WS-ESCALADO-COUNT       PIC 9(08) VALUE ZEROS.
       77  WS-EXPIRADO-COUNT       PIC 9(08) VALUE ZEROS.
       01  WS-MOTIVO-CODIGOS       PIC X(24)
                                   VALUE "NNOIDZNAIDDPRFESADCTPF??".
       01  WS-MOTIVO-TABELA REDEFINES WS-MOTIVO-CODIGOS.
           05  WS-MOTIVO-CODIGO OCCURS 12 TIMES PIC X(02).
       01  WS-FAIXA-MATRIZ.
           05  WS-MOTIVO-ENTRY OCCURS 12 TIMES.
               10  WS-FAIXA-COUNT OCCURS 4 TIMES PIC 9(08).
       01  WS-REPORT-LINE          PIC X(80) VALUE SPACES.

               STOP RUN
           END-IF

           OPEN INPUT BCAL-FILE
           EVALUATE WS-BCAL-STATUS
               WHEN "00"
                   SET WS-BCAL-DISPONIVEL TO TRUE
               WHEN "35"
                   DISPLAY "PG06CALCY - AVISO: BCALMAST AUSENTE - "
                       "SOMENTE FINS DE SEMANA SAO DIAS NAO UTEIS."
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR BCALMAST: " WS-BCAL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "ENVELHECIMENTO DE SUSPENSOS - DATA: " WS-HOJE
               " ESCALACAO: " WS-ESCALA-DIAS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "IDADES, FAIXAS E LIMITES EM DIAS UTEIS (BCALMAST)."
               TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM 1100-READ-SUSPENSE-FILE.

               COMPUTE WS-DATA-INT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(SUSP-RUN-DATE))
               MOVE ZEROS TO WS-IDADE-DIAS
               MOVE WS-DATA-INT TO WS-CAL-INT
               PERFORM 2150-CONTAR-DIA-UTIL
                   UNTIL WS-CAL-INT >= WS-HOJE-INT
           ELSE
               MOVE ZEROS TO WS-IDADE-DIAS
           END-IF
           MOVE WS-IDADE-DIAS TO WS-IDADE-EDIT.

       2150-CONTAR-DIA-UTIL.
           ADD 1 TO WS-CAL-INT
           PERFORM 7000-VERIFICAR-DIA-UTIL
           IF WS-DIA-UTIL
               ADD 1 TO WS-IDADE-DIAS
           END-IF.

       2200-CLASSIFICAR-FAIXA.
           EVALUATE TRUE
               WHEN SUSP-MOTIVO-NAO-NUMERICO
                   MOVE 6 TO WS-MOTIVO-IDX
               WHEN SUSP-MOTIVO-REF-NAO-RESOLVIDA
                   MOVE 7 TO WS-MOTIVO-IDX
               WHEN SUSP-MOTIVO-ESTORNO-INVALIDO
                   MOVE 8 TO WS-MOTIVO-IDX
               WHEN SUSP-MOTIVO-APROVACAO-NEGADA
                   MOVE 9 TO WS-MOTIVO-IDX
               WHEN SUSP-MOTIVO-CONTA-INVALIDA
                   MOVE 10 TO WS-MOTIVO-IDX
               WHEN SUSP-MOTIVO-PERIODO-FECHADO
                   MOVE 11 TO WS-MOTIVO-IDX
               WHEN OTHER
                   MOVE 12 TO WS-MOTIVO-IDX
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-IDADE-DIAS <= 7

       3000-GRAVAR-MATRIZ.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "SUSPENSOS POR MOTIVO E FAIXA DE IDADE (DIAS UTEIS):"
               TO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-MOTIVO-IDX
           PERFORM 3100-GRAVAR-LINHA-MOTIVO
               UNTIL WS-MOTIVO-IDX >= 12.

       3100-GRAVAR-LINHA-MOTIVO.
           ADD 1 TO WS-MOTIVO-IDX
               WRITE REPORT-LINE
           END-IF.

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

       9000-CLOSE-FILES.
           IF WS-BCAL-DISPONIVEL
               CLOSE BCAL-FILE
           END-IF
           CLOSE SUSPENSE-FILE
           CLOSE KEEP-FILE
           CLOSE DISCARD-FILE
