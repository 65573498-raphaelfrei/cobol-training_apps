      *                carried on the feed; acknowledgment matching
      *                stays by transaction id, which the generator
      *                now builds cycle-unique.
      *   15/10/2026 - Age exceptions in business days on the
      *                business-calendar master BCALMAST (BCALREC
      *                layout; a missing master leaves only weekends
      *                out) instead of calendar days, so the
      *                more-than-one-day *ATRASADO* flag no longer fires
      *                on everything the Tuesday after a long weekend.
      *                An acknowledgment or feed date after today ages
      *                as zero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG06CALCA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BCAL-FILE ASSIGN TO "BCALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCAL-DATA
               FILE STATUS IS WS-BCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTERFACE-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(80).

       FD  BCAL-FILE.
       01  BCAL-RECORD.
           COPY BCALREC.

       WORKING-STORAGE SECTION.
       77  WS-INTERFACE-STATUS     PIC X(02) VALUE SPACES.
       77  WS-ACK-STATUS           PIC X(02) VALUE SPACES.
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
       77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-END-OF-FILE              VALUE "Y".
       77  WS-ACK-EOF-SWITCH       PIC X(01) VALUE "N".
               ==GCTL-SOURCE-SYSTEM==      BY ==FCTL-SOURCE-SYSTEM==
               ==GCTL-RUN-DATE==           BY ==FCTL-RUN-DATE==
               ==GCTL-CYCLE==              BY ==FCTL-CYCLE==
               ==GCTL-REENVIO==            BY ==FCTL-REENVIO==
               ==GCTL-RETRANSMISSAO==      BY ==FCTL-RETRANSMISSAO==
               ==GCTL-REENVIO-EM==         BY ==FCTL-REENVIO-EM==
               ==GCTL-TRAILER-DATA==       BY ==FCTL-TRAILER-DATA==
               ==GCTL-REC-COUNT==          BY ==FCTL-REC-COUNT==
               ==GCTL-HASH-RS==            BY ==FCTL-HASH-RS==.
               STOP RUN
           END-IF

           OPEN INPUT BCAL-FILE
           EVALUATE WS-BCAL-STATUS
               WHEN "00"
                   SET WS-BCAL-DISPONIVEL TO TRUE
               WHEN "35"
                   DISPLAY "PG06CALCA - AVISO: BCALMAST AUSENTE - "
                       "SOMENTE FINS DE SEMANA SAO DIAS NAO UTEIS."
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR BCALMAST: " WS-BCAL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "EXCECOES DE RECONCILIACAO GLFEED - DATA: "
               WS-RUN-DATE " - IDADE EM DIAS UTEIS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF ACK-DATE IS NUMERIC
               COMPUTE WS-DATA-INT =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(ACK-DATE))
               PERFORM 2350-CONTAR-DIAS-UTEIS
           ELSE
               MOVE ZEROS TO WS-IDADE-DIAS
           END-IF
           MOVE WS-IDADE-DIAS TO WS-IDADE-EDIT.

       2350-CONTAR-DIAS-UTEIS.
           MOVE ZEROS TO WS-IDADE-DIAS
           MOVE WS-DATA-INT TO WS-CAL-INT
           PERFORM 2360-CONTAR-DIA-UTIL
               UNTIL WS-CAL-INT >= WS-HOJE-INT.

       2360-CONTAR-DIA-UTIL.
           ADD 1 TO WS-CAL-INT
           PERFORM 7000-VERIFICAR-DIA-UTIL
           IF WS-DIA-UTIL
               ADD 1 TO WS-IDADE-DIAS
           END-IF.

       3000-REPORTAR-NAO-RECONHECIDOS.
           MOVE ZEROS TO WS-IDX
           PERFORM 3100-VERIFICAR-FEED
               COMPUTE WS-DATA-INT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-FEED-DATA(WS-IDX)))
               PERFORM 2350-CONTAR-DIAS-UTEIS
           ELSE
               MOVE ZEROS TO WS-IDADE-DIAS
           END-IF
           MOVE WS-REPORT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

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
           CLOSE INTERFACE-FILE
           CLOSE ACK-FILE
           CLOSE REPORT-FILE.
