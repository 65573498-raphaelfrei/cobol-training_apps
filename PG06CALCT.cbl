      *          so a START at the first day and sequential reads walk
      *          the range in date order - all cycles of a day fold
      *          into that day's block, which is cut whenever the run
      *          date changes. Reversals net out of the totals: an
      *          accepted calculation later reversed ("X") still
      *          counts and sums as accepted on its own day, and the
      *          reversal entry ("E"), counted under EST on the day it
      *          was posted, sums its negated result, so the period
      *          sum of HIST-RS is what the ledger holds. A
      *          calculation held for dual-control approval ("P") is
      *          left out of every column: once approved it is
      *          reposted as accepted under the run that released it
      *          into the ledger feed, and counts on that day.
      *          Every day line of a month closed on the closed-period
      *          control master PERCTL (PERCTL layout) by the month-end
      *          close job PG06CALCC is marked CLOSED, and so is the
      *          report heading when every month of the period is
      *          closed; a missing PERCTL means no month is closed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG06CALCT.
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PERIODO-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCTL-PERIODO
               FILE STATUS IS WS-PERIODO-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TRENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       01  HISTORY-RECORD.
           COPY HISTREC.

       FD  PERIODO-FILE.
       01  PERIODO-RECORD.
           COPY PERCTL.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-HISTORY-STATUS       PIC X(02) VALUE SPACES.
       77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
       77  WS-PERIODO-STATUS       PIC X(02) VALUE SPACES.
       77  WS-PER-DISP-SWITCH      PIC X(01) VALUE "N".
           88  WS-PER-DISPONIVEL           VALUE "Y".
       77  WS-MES-TESTE            PIC X(06) VALUE SPACES.
       77  WS-MES-NUM              PIC 9(02) VALUE ZEROS.
       77  WS-ANO-NUM              PIC 9(04) VALUE ZEROS.
       77  WS-MES-FECHADO-SWITCH   PIC X(01) VALUE "N".
           88  WS-MES-FECHADO              VALUE "Y".
       77  WS-TODOS-FECHADOS-SWITCH
                                   PIC X(01) VALUE "Y".
           88  WS-TODOS-FECHADOS           VALUE "Y".
       77  WS-MES-DIA              PIC X(06) VALUE SPACES.
       77  WS-MARCA-FECHADO        PIC X(07) VALUE SPACES.
       77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-END-OF-FILE              VALUE "Y".
       77  WS-PARM                 PIC X(17) VALUE SPACES.
               10  WS-DIA-OK-COUNT     PIC 9(08).
               10  WS-DIA-REJ-COUNT    PIC 9(08).
               10  WS-DIA-NAO-COUNT    PIC 9(08).
               10  WS-DIA-EST-COUNT    PIC 9(08).
               10  WS-DIA-RS-SUM       PIC S9(18)V9(04).
       01  WS-PER-TOTAIS.
           05  WS-PER-OP-ENTRY OCCURS 4 TIMES.
               10  WS-PER-OK-COUNT     PIC 9(08).
               10  WS-PER-REJ-COUNT    PIC 9(08).
               10  WS-PER-NAO-COUNT    PIC 9(08).
               10  WS-PER-EST-COUNT    PIC 9(08).
               10  WS-PER-RS-SUM       PIC S9(18)V9(04).
       01  WS-EDIT-SUM             PIC -(18)9.9999.
       01  WS-REPORT-LINE          PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               STOP RUN
           END-IF

           OPEN INPUT PERIODO-FILE
           EVALUATE WS-PERIODO-STATUS
               WHEN "00"
                   SET WS-PER-DISPONIVEL TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR PERCTL: " WS-PERIODO-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR TRENDRPT: " WS-REPORT-STATUS
               STOP RUN
           END-IF

           MOVE WS-DATA-DE(1:6) TO WS-MES-TESTE
           PERFORM 1300-VERIFICAR-MES-PERIODO
               UNTIL WS-MES-TESTE > WS-DATA-ATE(1:6)
                   OR NOT WS-TODOS-FECHADOS
           MOVE SPACES TO WS-MARCA-FECHADO
           IF WS-TODOS-FECHADOS
               MOVE " CLOSED" TO WS-MARCA-FECHADO
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "TENDENCIA MENSAL PG06CALC - PERIODO: "
               WS-DATA-DE " A " WS-DATA-ATE WS-MARCA-FECHADO
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       1300-VERIFICAR-MES-PERIODO.
           PERFORM 1310-LER-PERIODO
           IF NOT WS-MES-FECHADO
               MOVE "N" TO WS-TODOS-FECHADOS-SWITCH
           END-IF
           MOVE WS-MES-TESTE(1:4) TO WS-ANO-NUM
           MOVE WS-MES-TESTE(5:2) TO WS-MES-NUM
           IF WS-MES-NUM >= 12
               ADD 1 TO WS-ANO-NUM
               MOVE 1 TO WS-MES-NUM
           ELSE
               ADD 1 TO WS-MES-NUM
           END-IF
           MOVE WS-ANO-NUM TO WS-MES-TESTE(1:4)
           MOVE WS-MES-NUM TO WS-MES-TESTE(5:2).

       1310-LER-PERIODO.
           MOVE "N" TO WS-MES-FECHADO-SWITCH
           IF WS-PER-DISPONIVEL
               MOVE WS-MES-TESTE TO PCTL-PERIODO
               READ PERIODO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PCTL-FECHADO
                           SET WS-MES-FECHADO TO TRUE
                       END-IF
               END-READ
           END-IF.

       1200-POSICIONAR-HISTORICO.
           MOVE WS-DATA-DE TO HIST-RUN-DATE
           MOVE SPACES TO HIST-CYCLE
           PERFORM 2100-DEFINIR-OPERACAO
           IF WS-OP-IDX > ZERO
               EVALUATE TRUE
                   WHEN HIST-STATUS-OK OR HIST-STATUS-ESTORNADA
                       ADD 1 TO WS-DIA-OK-COUNT(WS-OP-IDX)
                       ADD HIST-RS TO WS-DIA-RS-SUM(WS-OP-IDX)
                   WHEN HIST-STATUS-ESTORNO
                       ADD 1 TO WS-DIA-EST-COUNT(WS-OP-IDX)
                       ADD HIST-RS TO WS-DIA-RS-SUM(WS-OP-IDX)
                   WHEN HIST-STATUS-REJEITADA
                       ADD 1 TO WS-DIA-REJ-COUNT(WS-OP-IDX)
                   WHEN HIST-STATUS-NAO-AUTORIZADA
           END-EVALUATE.

       3000-FECHAR-DIA.
           IF WS-DATA-CORRENTE(1:6) NOT = WS-MES-DIA
               MOVE WS-DATA-CORRENTE(1:6) TO WS-MES-DIA
               MOVE WS-MES-DIA TO WS-MES-TESTE
               PERFORM 1310-LER-PERIODO
               MOVE SPACES TO WS-MARCA-FECHADO
               IF WS-MES-FECHADO
                   MOVE " CLOSED" TO WS-MARCA-FECHADO
               END-IF
           END-IF
           MOVE 0 TO WS-OP-IDX
           PERFORM 3100-GRAVAR-LINHA-DIA
               UNTIL WS-OP-IDX >= 4
           IF WS-DIA-OK-COUNT(WS-OP-IDX) > ZERO
               OR WS-DIA-REJ-COUNT(WS-OP-IDX) > ZERO
               OR WS-DIA-NAO-COUNT(WS-OP-IDX) > ZERO
               OR WS-DIA-EST-COUNT(WS-OP-IDX) > ZERO
               MOVE WS-DIA-RS-SUM(WS-OP-IDX) TO WS-EDIT-SUM
               MOVE SPACES TO WS-REPORT-LINE
               STRING "DATA " WS-DATA-CORRENTE
                   " ACEITAS " WS-DIA-OK-COUNT(WS-OP-IDX)
                   " REJ " WS-DIA-REJ-COUNT(WS-OP-IDX)
                   " REC " WS-DIA-NAO-COUNT(WS-OP-IDX)
                   " EST " WS-DIA-EST-COUNT(WS-OP-IDX)
                   " SOMA RS " WS-EDIT-SUM WS-MARCA-FECHADO
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
                   TO WS-PER-REJ-COUNT(WS-OP-IDX)
               ADD WS-DIA-NAO-COUNT(WS-OP-IDX)
                   TO WS-PER-NAO-COUNT(WS-OP-IDX)
               ADD WS-DIA-EST-COUNT(WS-OP-IDX)
                   TO WS-PER-EST-COUNT(WS-OP-IDX)
               ADD WS-DIA-RS-SUM(WS-OP-IDX)
                   TO WS-PER-RS-SUM(WS-OP-IDX)
           END-IF.
               " ACEITAS " WS-PER-OK-COUNT(WS-OP-IDX)
               " REJ " WS-PER-REJ-COUNT(WS-OP-IDX)
               " REC " WS-PER-NAO-COUNT(WS-OP-IDX)
               " EST " WS-PER-EST-COUNT(WS-OP-IDX)
               " SOMA RS " WS-EDIT-SUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-LINE

       9000-CLOSE-FILES.
           CLOSE HISTORY-FILE
           IF WS-PER-DISPONIVEL
               CLOSE PERIODO-FILE
           END-IF
           CLOSE REPORT-FILE.
       END PROGRAM PG06CALCT.
