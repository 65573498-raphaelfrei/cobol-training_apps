      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Ledger feed retransmission job - rebuilds the GLFEED
      *          of a past run from the calculation history master
      *          CALCHIST (HISTREC layout) when the ledger team has
      *          lost or corrupted the file it received, since the
      *          nightly GLFEED is recreated on every run. The run
      *          date comes as 8 digits on the command line (no
      *          default - the job only rebuilds a day named to it,
      *          and never a date after today) and the processing
      *          cycle from the CALCCYCLE environment variable (01
      *          when unset), as for the reconciliation PG06CALCN.
      *          Every history record of that run date and cycle that
      *          went to the ledger is written in the IFACEREC layout
      *          exactly as PG06CALCB wrote it: the accepted results
      *          ("O", which includes approved items released by that
      *          run), the ones accepted that night and reversed since
      *          ("X", sent as they were then), and the reversal
      *          entries ("E", result negated); rejected, refused and
      *          held records ("R", "N", "P") never reached the feed
      *          and stay out. The file is framed by a GLCTL header
      *          carrying the original run date and cycle with the
      *          retransmission mark "R" and today's date, and a
      *          trailer with the detail count and the hash total of
      *          IFACE-RS, which equal the count and hash the original
      *          feed carried into PG06CALCN and PG06CALCA that day.
      *          The rebuilt feed goes to GLREENVIO, never over the
      *          current GLFEED. The run report REENVRPT states the
      *          retransmission, the totals by status, and the count
      *          and hash to be checked against that day's RECONRPT,
      *          and the job is logged on the shared AUDITFILE as a
      *          status "G" record with the operator id (the USER
      *          environment variable, BATCH when unset), the run
      *          date, cycle, and record count rebuilt, and the hash
      *          total in AUDIT-RS. A run date and cycle with nothing
      *          on CALCHIST ends the job with RETURN-CODE 8 before
      *          any file is written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG06CALCZ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "CALCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT INTERFACE-FILE ASSIGN TO "GLREENVIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "REENVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY HISTREC.

       FD  INTERFACE-FILE
           RECORDING MODE IS F.
       01  INTERFACE-OUTPUT-RECORD.
           COPY IFACEREC REPLACING
               ==IFACE-TRAN-ID==           BY ==GLFEED-TRAN-ID==
               ==IFACE-N1==                BY ==GLFEED-N1==
               ==IFACE-N2==                BY ==GLFEED-N2==
               ==IFACE-RS==                BY ==GLFEED-RS==
               ==IFACE-RUN-DATE==          BY ==GLFEED-RUN-DATE==
               ==IFACE-CYCLE==             BY ==GLFEED-CYCLE==.
       01  INTERFACE-CONTROL-RECORD.
           COPY GLCTL.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(120).

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
           05  AUDIT-EVENTO-REENVIO REDEFINES AUDIT-TRAN-RAW.
               10  AUDIT-REENVIO-DATA  PIC X(08).
               10  AUDIT-REENVIO-CICLO PIC X(02).
               10  AUDIT-REENVIO-COUNT PIC 9(08).
               10  AUDIT-MOTIVO        PIC X(40).
               10  FILLER              PIC X(03).

       WORKING-STORAGE SECTION.
       77  WS-HISTORY-STATUS       PIC X(02) VALUE SPACES.
       77  WS-INTERFACE-STATUS     PIC X(02) VALUE SPACES.
       77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
       77  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.
       77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-END-OF-FILE              VALUE "Y".
       77  WS-DATE-PARM            PIC X(08) VALUE SPACES.
       77  WS-RUN-DATE             PIC X(08) VALUE SPACES.
       77  WS-HOJE                 PIC X(08) VALUE SPACES.
       77  WS-CYCLE-ENV            PIC X(02) VALUE SPACES.
       77  WS-RUN-CYCLE            PIC X(02) VALUE "01".
       77  WS-OPERADOR-ID          PIC X(08) VALUE SPACES.
       77  WS-TIMESTAMP            PIC X(21) VALUE SPACES.
       77  WS-LIDO-COUNT           PIC 9(08) VALUE ZEROS.
       77  WS-OK-COUNT             PIC 9(08) VALUE ZEROS.
       77  WS-ESTORNADA-COUNT      PIC 9(08) VALUE ZEROS.
       77  WS-ESTORNO-COUNT        PIC 9(08) VALUE ZEROS.
       77  WS-FORA-COUNT           PIC 9(08) VALUE ZEROS.
       77  WS-FEED-COUNT           PIC 9(08) VALUE ZEROS.
       77  WS-FEED-HASH-RS         PIC S9(16)V9(04) VALUE ZEROS.
       01  WS-EDIT-SUM             PIC -(16)9.9999.
       01  WS-REPORT-LINE          PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0500-DEFINIR-EXECUCAO
           PERFORM 1000-POSICIONAR-HISTORICO
           PERFORM 1500-OPEN-FILES
           PERFORM 2000-REGERAR-FEED
               UNTIL WS-END-OF-FILE
           PERFORM 3000-GRAVAR-TRAILER
           PERFORM 4000-GRAVAR-AUDITORIA
           PERFORM 5000-GRAVAR-RELATORIO
           PERFORM 9000-CLOSE-FILES
           MOVE WS-FEED-HASH-RS TO WS-EDIT-SUM
           DISPLAY "PG06CALCZ - RETRANSMISSAO DO GLFEED DE "
               WS-RUN-DATE " CICLO " WS-RUN-CYCLE
           DISPLAY "PG06CALCZ - HISTORICOS LIDOS     : "
               WS-LIDO-COUNT
           DISPLAY "PG06CALCZ - REGISTROS NO FEED    : "
               WS-FEED-COUNT
           DISPLAY "PG06CALCZ - TOTAL HASH RS        : " WS-EDIT-SUM
           DISPLAY "PG06CALCZ - FORA DO FEED (R/N/P) : "
               WS-FORA-COUNT
           STOP RUN.

       0500-DEFINIR-EXECUCAO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-DATE-PARM FROM COMMAND-LINE
           IF WS-DATE-PARM = SPACES
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-DATE-PARM)) NOT = 8
               OR WS-DATE-PARM IS NOT NUMERIC
               DISPLAY "ERRO: INFORME A DATA DA EXECUCAO A RETRANSMITIR"
                   " (YYYYMMDD)."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATE-PARM TO WS-RUN-DATE
           IF WS-RUN-DATE > WS-HOJE
               DISPLAY "ERRO: DATA " WS-RUN-DATE " POSTERIOR A HOJE - "
                   "RETRANSMISSAO RECUSADA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-CYCLE-ENV FROM ENVIRONMENT "CALCCYCLE"
           IF WS-CYCLE-ENV IS NUMERIC
               MOVE WS-CYCLE-ENV TO WS-RUN-CYCLE
           ELSE
               MOVE "01" TO WS-RUN-CYCLE
           END-IF
           ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "USER"
           IF WS-OPERADOR-ID = SPACES
               MOVE "BATCH" TO WS-OPERADOR-ID
           END-IF.

       1000-POSICIONAR-HISTORICO.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CALCHIST: " WS-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO HIST-RUN-DATE
           MOVE WS-RUN-CYCLE TO HIST-CYCLE
           MOVE SPACES TO HIST-TRAN-ID
           START HISTORY-FILE KEY >= HIST-CHAVE
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 1100-READ-HISTORY-FILE
           END-IF
           IF WS-END-OF-FILE
               DISPLAY "PG06CALCZ - NENHUM HISTORICO NO CALCHIST PARA "
                   WS-RUN-DATE " CICLO " WS-RUN-CYCLE
                   " - NADA A RETRANSMITIR."
               CLOSE HISTORY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-READ-HISTORY-FILE.
           READ HISTORY-FILE NEXT
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-END-OF-FILE
               AND (HIST-RUN-DATE NOT = WS-RUN-DATE
                   OR HIST-CYCLE NOT = WS-RUN-CYCLE)
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       1500-OPEN-FILES.
           OPEN OUTPUT INTERFACE-FILE
           IF WS-INTERFACE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR GLREENVIO: " WS-INTERFACE-STATUS
               CLOSE HISTORY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR REENVRPT: " WS-REPORT-STATUS
               CLOSE HISTORY-FILE
               CLOSE INTERFACE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR AUDITFILE: " WS-AUDIT-STATUS
               CLOSE HISTORY-FILE
               CLOSE INTERFACE-FILE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO INTERFACE-CONTROL-RECORD
           MOVE "H" TO GCTL-RECORD-TYPE
           MOVE "PG06CALC" TO GCTL-SOURCE-SYSTEM
           MOVE WS-RUN-DATE TO GCTL-RUN-DATE
           MOVE WS-RUN-CYCLE TO GCTL-CYCLE
           SET GCTL-RETRANSMISSAO TO TRUE
           MOVE WS-HOJE TO GCTL-REENVIO-EM
           WRITE INTERFACE-CONTROL-RECORD.

       2000-REGERAR-FEED.
           ADD 1 TO WS-LIDO-COUNT
           EVALUATE TRUE
               WHEN HIST-STATUS-OK
                   ADD 1 TO WS-OK-COUNT
                   PERFORM 2100-GRAVAR-INTERFACE
               WHEN HIST-STATUS-ESTORNADA
                   ADD 1 TO WS-ESTORNADA-COUNT
                   PERFORM 2100-GRAVAR-INTERFACE
               WHEN HIST-STATUS-ESTORNO
                   ADD 1 TO WS-ESTORNO-COUNT
                   PERFORM 2100-GRAVAR-INTERFACE
               WHEN OTHER
                   ADD 1 TO WS-FORA-COUNT
           END-EVALUATE
           PERFORM 1100-READ-HISTORY-FILE.

       2100-GRAVAR-INTERFACE.
           MOVE SPACES TO INTERFACE-OUTPUT-RECORD
           MOVE HIST-TRAN-ID TO GLFEED-TRAN-ID
           MOVE HIST-N1 TO GLFEED-N1
           MOVE HIST-N2 TO GLFEED-N2
           MOVE HIST-RS TO GLFEED-RS
           MOVE HIST-RUN-DATE TO GLFEED-RUN-DATE
           MOVE HIST-CYCLE TO GLFEED-CYCLE
           WRITE INTERFACE-OUTPUT-RECORD
           ADD 1 TO WS-FEED-COUNT
           ADD HIST-RS TO WS-FEED-HASH-RS.

       3000-GRAVAR-TRAILER.
           MOVE SPACES TO INTERFACE-CONTROL-RECORD
           MOVE "T" TO GCTL-RECORD-TYPE
           MOVE WS-FEED-COUNT TO GCTL-REC-COUNT
           MOVE WS-FEED-HASH-RS TO GCTL-HASH-RS
           WRITE INTERFACE-CONTROL-RECORD.

       4000-GRAVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE ZEROS TO AUDIT-N1
           MOVE ZEROS TO AUDIT-N2
           MOVE WS-FEED-HASH-RS TO AUDIT-RS
           SET AUDIT-STATUS-REENVIO TO TRUE
           MOVE WS-RUN-CYCLE TO AUDIT-CYCLE
           MOVE WS-OPERADOR-ID TO AUDIT-OPERADOR-ID
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE WS-RUN-DATE TO AUDIT-REENVIO-DATA
           MOVE WS-RUN-CYCLE TO AUDIT-REENVIO-CICLO
           MOVE WS-FEED-COUNT TO AUDIT-REENVIO-COUNT
           MOVE "RETRANSMISSAO DO GLFEED (GLREENVIO)" TO AUDIT-MOTIVO
           WRITE AUDIT-LOG-RECORD.

       5000-GRAVAR-RELATORIO.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "*** RETRANSMISSAO - NAO E UMA NOVA POSTAGEM *** "
               "GLFEED DA EXECUCAO DE " WS-RUN-DATE
               " CICLO " WS-RUN-CYCLE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 5100-GRAVAR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REGERADO DO CALCHIST EM " WS-HOJE
               " POR " WS-OPERADOR-ID
               " - ARQUIVO GLREENVIO, HEADER MARCADO COMO "
               "RETRANSMISSAO (R)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 5100-GRAVAR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 5100-GRAVAR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "HISTORICOS DA DATA/CICLO: " WS-LIDO-COUNT
               "  FORA DO FEED (REJEITADAS/RECUSADAS/RETIDAS): "
               WS-FORA-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 5100-GRAVAR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACEITAS: " WS-OK-COUNT
               "  ACEITAS E ESTORNADAS DEPOIS: " WS-ESTORNADA-COUNT
               "  ESTORNOS: " WS-ESTORNO-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 5100-GRAVAR-LINHA
           MOVE WS-FEED-HASH-RS TO WS-EDIT-SUM
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REGISTROS NO FEED: " WS-FEED-COUNT
               "  HASH TOTAL RS: " WS-EDIT-SUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 5100-GRAVAR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CONFIRA COM O RECONRPT E O GLEXCRPT DE "
               WS-RUN-DATE " CICLO " WS-RUN-CYCLE
               " ANTES DE ENVIAR AO RAZAO."
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 5100-GRAVAR-LINHA.

       5100-GRAVAR-LINHA.
           MOVE WS-REPORT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       9000-CLOSE-FILES.
           CLOSE HISTORY-FILE
           CLOSE INTERFACE-FILE
           CLOSE REPORT-FILE
           CLOSE AUDIT-FILE.
       END PROGRAM PG06CALCZ.
