      *                cycles never overwrite each other's history.
      *                The run-control registration is keyed by run
      *                date plus cycle as well.
      *   15/10/2026 - A reversal entry ("E") on file is protected the
      *                same way as a posted "O" record, and a record
      *                PG06CALCB has marked reversed ("X") is never
      *                overwritten by a reload of its day, so a rerun
      *                of an old load cannot undo a reversal. The
      *                reversing transaction id field
      *                (HIST-ESTORNO-TRAN-ID) is loaded as spaces.
      *   15/10/2026 - Load the account number (RESULT-CONTA, spaces for
      *                none) into the new HIST-CONTA field for the
      *                account posting step PG06CALCK that follows this
      *                load; the history record grows to 81 bytes.
      *   15/10/2026 - Refuse to load a run date inside a month closed
      *                on the closed-period control master PERCTL
      *                (PERCTL layout) by the month-end close job
      *                PG06CALCC, before the step registers on RUNCTL -
      *                a CALCRERUN=S rerun included - so a closed
      *                month's history cannot change. A missing PERCTL
      *                means no month is closed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG06CALCH.
               RECORD KEY IS RCTL-CHAVE
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PERIODO-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCTL-PERIODO
               FILE STATUS IS WS-PERIODO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE
                                       BY ==RESULT-STATUS-REJEITADA==
               ==CALC-STATUS-NAO-AUTORIZADA==
                                     BY ==RESULT-STATUS-NAO-AUTORIZADA==
               ==CALC-STATUS-ESTORNO==     BY ==RESULT-STATUS-ESTORNO==
               ==CALC-STATUS-PENDENTE==    BY ==RESULT-STATUS-PENDENTE==
               ==CALC-STATUS-APROVADA==    BY ==RESULT-STATUS-APROVADA==
               ==CALC-STATUS-DECLINADA==
                                       BY ==RESULT-STATUS-DECLINADA==
               ==CALC-STATUS-PERIODO==     BY ==RESULT-STATUS-PERIODO==
               ==CALC-STATUS-REENVIO==     BY ==RESULT-STATUS-REENVIO==
               ==CALC-TRAN-ID==            BY ==RESULT-TRAN-ID==
               ==CALC-CYCLE==              BY ==RESULT-CYCLE==
               ==CALC-CONTA==              BY ==RESULT-CONTA==
               ==CALC-STATUS==             BY ==RESULT-STATUS==.

       FD  HISTORY-FILE.
       01  RUNCTL-RECORD.
           COPY RUNCTL.

       FD  PERIODO-FILE.
       01  PERIODO-RECORD.
           COPY PERCTL.

       WORKING-STORAGE SECTION.
       77  WS-RUNCTL-STATUS        PIC X(02) VALUE SPACES.
       77  WS-PERIODO-STATUS       PIC X(02) VALUE SPACES.
       77  WS-STEP-ID              PIC X(08) VALUE "CALCH".
       77  WS-PREDECESSOR-ID       PIC X(08) VALUE SPACES.
       77  WS-PRED-OK-SWITCH       PIC X(01) VALUE "N".
       77  WS-GRAVADO-COUNT        PIC 9(08) VALUE ZEROS.
       77  WS-REGRAVADO-COUNT      PIC 9(08) VALUE ZEROS.
       77  WS-IGNORADO-COUNT       PIC 9(08) VALUE ZEROS.
       77  WS-REGISTRO-NOVO        PIC X(81) VALUE SPACES.
       77  WS-STATUS-NOVO          PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
               AND FUNCTION TRIM(WS-DATE-PARM) IS NUMERIC
               MOVE FUNCTION TRIM(WS-DATE-PARM) TO WS-RUN-DATE
           END-IF
           PERFORM 0050-VERIFICAR-PERIODO
           PERFORM 0100-INICIAR-RUNCTL
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-CARREGAR-RESULTADO
               WS-IGNORADO-COUNT
           STOP RUN.

       0050-VERIFICAR-PERIODO.
           OPEN INPUT PERIODO-FILE
           EVALUATE WS-PERIODO-STATUS
               WHEN "00"
                   MOVE SPACES TO PERIODO-RECORD
                   MOVE WS-RUN-DATE(1:6) TO PCTL-PERIODO
                   READ PERIODO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PCTL-FECHADO
                               DISPLAY "PG06CALCH - PERIODO "
                                   PCTL-PERIODO " FECHADO EM "
                                   PCTL-FECHADO-EM(1:8)
                                   " - CARGA DE " WS-RUN-DATE
                                   " RECUSADA."
                               CLOSE PERIODO-FILE
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
                   CLOSE PERIODO-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR PERCTL: " WS-PERIODO-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       0100-INICIAR-RUNCTL.
           ACCEPT WS-CYCLE-ENV FROM ENVIRONMENT "CALCCYCLE"
           IF WS-CYCLE-ENV IS NUMERIC
           MOVE RESULT-N2 TO HIST-N2
           MOVE RESULT-RS TO HIST-RS
           MOVE RESULT-STATUS TO HIST-STATUS
           MOVE RESULT-CONTA TO HIST-CONTA
           WRITE HISTORY-RECORD
           EVALUATE WS-HISTORY-STATUS
               WHEN "00"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   IF ((HIST-STATUS-OK OR HIST-STATUS-ESTORNO)
                           AND WS-STATUS-NOVO NOT = HIST-STATUS)
                       OR HIST-STATUS-ESTORNADA
                       ADD 1 TO WS-IGNORADO-COUNT
                   ELSE
                       MOVE WS-REGISTRO-NOVO TO HISTORY-RECORD
