      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Batch-window elapsed-time report over the run-control
      *          master RUNCTL (RUNCTL layout) for a range of run
      *          dates, so a batch window getting tighter shows in the
      *          morning instead of when the ledger transmission is
      *          late. For every night (run date plus cycle) the steps
      *          of the chain are listed in chain order with start,
      *          end, and elapsed time, the step's average and worst
      *          elapsed time for its cycle over the period, and "S"
      *          when the record is a sanctioned rerun (RCTL-RERUN) -
      *          the record of a rerun replaces the run it repeated,
      *          so the time shown is the rerun's. A step still "I"
      *          (stopped on an error, or running) is shown without an
      *          end and kept out of the averages. Each night then
      *          gets its critical path - the elapsed times of the
      *          sequential steps plus the slowest calculation
      *          instance (CALCB-01 to CALCB-04, or CALCB-00 on the
      *          single-stream path) - next to the wall-clock window
      *          from the first start to the end of the chain (CALCR,
      *          or the last step that ended when CALCR did not), and
      *          the partition instances' elapsed times with the
      *          spread between the slowest and the fastest, to judge
      *          the partition count given to PG06CALCV and PG06CALCM.
      *          Flagged: "*ACIMA DO USUAL*" on a step whose elapsed
      *          time is above the overrun percentage of its average
      *          (and at least the minimum seconds, so a step of a few
      *          seconds does not flag on noise), and "*ALVO
      *          ESTOURADO*" on a night whose chain ended after the
      *          operations target time - the first occurrence of
      *          that time of day at or after the chain's first start,
      *          so an overnight chain crossing midnight is measured
      *          against the next morning. The report ends with the
      *          period summary per step and cycle and the partition
      *          balance over the period. Parameters come from the
      *          JANPARM record in the AGEPARM/SECPARM style: first
      *          and last run date (last spaces for today, first
      *          spaces for 30 days before the last), the target time
      *          HHMM (spaces for no target), the overrun percentage,
      *          and the minimum seconds:
      *          20260901 20260930 0600 150 00060
      *          The report goes to JANRPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG06CALC3.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "JANPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCTL-CHAVE
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "JANRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-DATA-DE        PIC X(08).
           05  FILLER              PIC X(01).
           05  PARM-DATA-ATE       PIC X(08).
           05  FILLER              PIC X(01).
           05  PARM-ALVO           PIC X(04).
           05  PARM-ALVO-N REDEFINES PARM-ALVO.
               10  PARM-ALVO-HH    PIC 9(02).
               10  PARM-ALVO-MM    PIC 9(02).
           05  FILLER              PIC X(01).
           05  PARM-PCT-EXCESSO    PIC 9(03).
           05  FILLER              PIC X(01).
           05  PARM-MINIMO-SEG     PIC 9(05).

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
           COPY RUNCTL.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
       77  WS-RUNCTL-STATUS        PIC X(02) VALUE SPACES.
       77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
       77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-END-OF-FILE              VALUE "Y".
       77  WS-ACHADO-SWITCH        PIC X(01) VALUE "N".
           88  WS-ACHADO                   VALUE "Y".
       77  WS-DURACAO-SWITCH       PIC X(01) VALUE "N".
           88  WS-DURACAO-VALIDA           VALUE "Y".
       77  WS-ALVO-SWITCH          PIC X(01) VALUE "N".
           88  WS-ALVO-DEFINIDO            VALUE "Y".
       77  WS-DATA-DE              PIC X(08) VALUE SPACES.
       77  WS-DATA-ATE             PIC X(08) VALUE SPACES.
       77  WS-ATE-INT              PIC 9(08) VALUE ZEROS COMP.
       77  WS-ALVO-SEG             PIC 9(05) VALUE ZEROS.
       77  WS-PCT-EXCESSO          PIC 9(03) VALUE ZEROS.
       77  WS-MINIMO-SEG           PIC 9(05) VALUE ZEROS.
       77  WS-PASSO-IDX            PIC 9(02) VALUE ZEROS.
       77  WS-PASSO-MAX            PIC 9(02) VALUE 12.
       77  WS-PART-IDX             PIC 9(02) VALUE ZEROS.
       77  WS-EST-MAX              PIC 9(03) VALUE 150.
       77  WS-EST-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-EST-IDX              PIC 9(03) VALUE ZEROS COMP.
       77  WS-LIDO-COUNT           PIC 9(08) VALUE ZEROS.
       77  WS-OUTROS-COUNT         PIC 9(08) VALUE ZEROS.
       77  WS-NOITE-COUNT          PIC 9(05) VALUE ZEROS.
       77  WS-NOITE-ALERTA-COUNT   PIC 9(05) VALUE ZEROS.
       77  WS-PASSO-ALERTA-COUNT   PIC 9(05) VALUE ZEROS.
       77  WS-ALVO-ALERTA-COUNT    PIC 9(05) VALUE ZEROS.
       77  WS-NOITE-ALERTA         PIC X(01) VALUE "N".
           88  WS-NOITE-EM-ALERTA          VALUE "Y".
       77  WS-NOITE-CHAVE          PIC X(10) VALUE SPACES.
       77  WS-TS                   PIC X(21) VALUE SPACES.
       77  WS-TS-SEG               PIC S9(12) VALUE ZEROS COMP.
       77  WS-INICIO-SEG           PIC S9(12) VALUE ZEROS COMP.
       77  WS-FIM-SEG              PIC S9(12) VALUE ZEROS COMP.
       77  WS-DURACAO              PIC S9(09) VALUE ZEROS COMP.
       77  WS-MEDIA                PIC S9(09) VALUE ZEROS COMP.
       77  WS-LIMITE               PIC S9(09) VALUE ZEROS COMP.
       77  WS-CAMINHO              PIC S9(09) VALUE ZEROS COMP.
       77  WS-PART-MAIOR           PIC S9(09) VALUE ZEROS COMP.
       77  WS-PART-MENOR           PIC S9(09) VALUE ZEROS COMP.
       77  WS-PART-QTDE            PIC 9(02) VALUE ZEROS.
       77  WS-CADEIA-INICIO        PIC S9(12) VALUE ZEROS COMP.
       77  WS-CADEIA-FIM           PIC S9(12) VALUE ZEROS COMP.
       77  WS-CADEIA-FIM-TS        PIC X(21) VALUE SPACES.
       77  WS-ALVO-ABS             PIC S9(12) VALUE ZEROS COMP.
       77  WS-ALVO-DIA             PIC S9(12) VALUE ZEROS COMP.
       77  WS-ALVO-DATA            PIC 9(08) VALUE ZEROS.
       77  WS-DESEQUILIBRIO        PIC 9(03) VALUE ZEROS.
       77  WS-SEG-AUX              PIC S9(09) VALUE ZEROS COMP.
       77  WS-RESTO                PIC S9(09) VALUE ZEROS COMP.
       77  WS-HORAS                PIC S9(09) VALUE ZEROS COMP.
       77  WS-DIA-INT              PIC 9(08) VALUE ZEROS COMP.
       77  WS-BUSCA-PASSO          PIC X(08) VALUE SPACES.
       77  WS-BUSCA-CICLO          PIC X(02) VALUE SPACES.
       77  WS-OBS                  PIC X(30) VALUE SPACES.
       77  WS-BAL-NOITES           PIC 9(05) VALUE ZEROS.
       77  WS-BAL-SOMA-PCT         PIC 9(08) VALUE ZEROS.
       77  WS-BAL-PIOR-PCT         PIC 9(03) VALUE ZEROS.
       77  WS-BAL-PIOR-NOITE       PIC X(10) VALUE SPACES.
       77  WS-BAL-MEDIA-PCT        PIC 9(03) VALUE ZEROS.
       01  WS-TS-PARTES.
           05  WS-TS-DATA          PIC 9(08).
           05  WS-TS-HH            PIC 9(02).
           05  WS-TS-MM            PIC 9(02).
           05  WS-TS-SS            PIC 9(02).
           05  FILLER              PIC X(07).
       01  WS-HMS.
           05  WS-HMS-HH           PIC 9(02).
           05  FILLER              PIC X(01) VALUE ":".
           05  WS-HMS-MM           PIC 9(02).
           05  FILLER              PIC X(01) VALUE ":".
           05  WS-HMS-SS           PIC 9(02).
       01  WS-HMS-DURACAO          PIC X(08) VALUE SPACES.
       01  WS-HMS-MEDIA            PIC X(08) VALUE SPACES.
       01  WS-HMS-PIOR             PIC X(08) VALUE SPACES.
       01  WS-HMS-JANELA           PIC X(08) VALUE SPACES.
       01  WS-HMS-PARTS.
           05  WS-HMS-PART OCCURS 4 TIMES
                                   PIC X(08).
       01  WS-EDIT-INICIO          PIC X(17) VALUE SPACES.
       01  WS-EDIT-FIM             PIC X(17) VALUE SPACES.
       01  WS-PASSOS-NOTURNOS.
           05  FILLER              PIC X(08) VALUE "CALCG".
           05  FILLER              PIC X(08) VALUE "CALCV".
           05  FILLER              PIC X(08) VALUE "CALCB-01".
           05  FILLER              PIC X(08) VALUE "CALCB-02".
           05  FILLER              PIC X(08) VALUE "CALCB-03".
           05  FILLER              PIC X(08) VALUE "CALCB-04".
           05  FILLER              PIC X(08) VALUE "CALCB-00".
           05  FILLER              PIC X(08) VALUE "CALCM".
           05  FILLER              PIC X(08) VALUE "CALCH".
           05  FILLER              PIC X(08) VALUE "CALCK".
           05  FILLER              PIC X(08) VALUE "CALCN".
           05  FILLER              PIC X(08) VALUE "CALCR".
       01  WS-PASSOS-TABELA REDEFINES WS-PASSOS-NOTURNOS.
           05  WS-PASSO-NOME OCCURS 12 TIMES PIC X(08).
       01  WS-NOITE-TABELA.
           05  WS-NOITE-PASSO OCCURS 12 TIMES.
               10  WS-NT-PRESENTE      PIC X(01).
                   88  WS-NT-EXISTE            VALUE "Y".
               10  WS-NT-VALIDA        PIC X(01).
                   88  WS-NT-DURACAO-OK        VALUE "Y".
               10  WS-NT-RERUN         PIC X(01).
               10  WS-NT-INICIO        PIC X(21).
               10  WS-NT-FIM           PIC X(21).
               10  WS-NT-INICIO-SEG    PIC S9(12) COMP.
               10  WS-NT-FIM-SEG       PIC S9(12) COMP.
               10  WS-NT-DURACAO       PIC S9(09) COMP.
       01  WS-EST-TABELA.
           05  WS-EST-ENTRY OCCURS 150 TIMES.
               10  WS-EST-PASSO        PIC X(08).
               10  WS-EST-CICLO        PIC X(02).
               10  WS-EST-EXECUCOES    PIC 9(05).
               10  WS-EST-SOMA         PIC S9(12) COMP.
               10  WS-EST-PIOR         PIC S9(09) COMP.
               10  WS-EST-PIOR-DATA    PIC X(08).
               10  WS-EST-RERUNS       PIC 9(05).
               10  WS-EST-INCOMPLETAS  PIC 9(05).
               10  WS-EST-ALERTAS      PIC 9(05).
       01  WS-BAL-TABELA.
           05  WS-BAL-PARTICAO OCCURS 4 TIMES.
               10  WS-BAL-NOITES-PART  PIC 9(05).
               10  WS-BAL-SOMA         PIC S9(12) COMP.
       01  WS-REPORT-LINE          PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-LER-PARAMETROS
           INITIALIZE WS-EST-TABELA
           INITIALIZE WS-BAL-TABELA
           PERFORM 1500-OPEN-FILES
           PERFORM 2000-POSICIONAR-RUNCTL
           PERFORM 2100-ACUMULAR-PASSO
               UNTIL WS-END-OF-FILE
           PERFORM 2000-POSICIONAR-RUNCTL
           INITIALIZE WS-NOITE-TABELA
           PERFORM 3000-TRATAR-REGISTRO
               UNTIL WS-END-OF-FILE
           IF WS-NOITE-CHAVE NOT = SPACES
               PERFORM 3500-GRAVAR-NOITE
           END-IF
           PERFORM 4000-GRAVAR-RESUMO-PASSOS
           PERFORM 4500-GRAVAR-RESUMO-PARTICOES
           PERFORM 9000-CLOSE-FILES
           DISPLAY "PG06CALC3 - PERIODO              : " WS-DATA-DE
               " A " WS-DATA-ATE
           DISPLAY "PG06CALC3 - REGISTROS DO RUNCTL  : " WS-LIDO-COUNT
           DISPLAY "PG06CALC3 - NOITES               : "
               WS-NOITE-COUNT
           DISPLAY "PG06CALC3 - NOITES EM ALERTA     : "
               WS-NOITE-ALERTA-COUNT
           DISPLAY "PG06CALC3 - PASSOS ACIMA DO USUAL: "
               WS-PASSO-ALERTA-COUNT
           DISPLAY "PG06CALC3 - ALVO ESTOURADO       : "
               WS-ALVO-ALERTA-COUNT
           STOP RUN.

       1000-LER-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR JANPARM: " WS-PARM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END
                   DISPLAY "ERRO: JANPARM SEM REGISTRO DE PARAMETROS."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           ACCEPT WS-DATA-ATE FROM DATE YYYYMMDD
           IF PARM-DATA-ATE NOT = SPACES
               AND PARM-DATA-ATE IS NUMERIC
               MOVE PARM-DATA-ATE TO WS-DATA-ATE
           END-IF
           COMPUTE WS-ATE-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-DATA-ATE))
           MOVE FUNCTION DATE-OF-INTEGER(WS-ATE-INT - 30)
               TO WS-DATA-DE
           IF PARM-DATA-DE NOT = SPACES
               AND PARM-DATA-DE IS NUMERIC
               MOVE PARM-DATA-DE TO WS-DATA-DE
           END-IF
           IF WS-DATA-DE > WS-DATA-ATE
               DISPLAY "ERRO: DATA INICIAL POSTERIOR A FINAL NO "
                   "JANPARM."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PARM-PCT-EXCESSO IS NOT NUMERIC
               OR PARM-MINIMO-SEG IS NOT NUMERIC
               DISPLAY "ERRO: PERCENTUAL OU MINIMO DE SEGUNDOS NAO "
                   "NUMERICO NO JANPARM."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PARM-PCT-EXCESSO NOT > 100
               DISPLAY "ERRO: PERCENTUAL DE EXCESSO DEVE SER MAIOR "
                   "QUE 100 NO JANPARM."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-PCT-EXCESSO TO WS-PCT-EXCESSO
           MOVE PARM-MINIMO-SEG TO WS-MINIMO-SEG
           IF PARM-ALVO NOT = SPACES
               IF PARM-ALVO IS NOT NUMERIC
                   OR PARM-ALVO-HH > 23
                   OR PARM-ALVO-MM > 59
                   DISPLAY "ERRO: HORARIO ALVO INVALIDO NO JANPARM "
                       "(HHMM)."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-ALVO-DEFINIDO TO TRUE
               COMPUTE WS-ALVO-SEG =
                   PARM-ALVO-HH * 3600 + PARM-ALVO-MM * 60
           END-IF
           CLOSE PARM-FILE.

       1500-OPEN-FILES.
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR RUNCTL: " WS-RUNCTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR JANRPT: " WS-REPORT-STATUS
               CLOSE RUNCTL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-ALVO-DEFINIDO
               STRING "JANELA DO BATCH - PERIODO: " WS-DATA-DE
                   " A " WS-DATA-ATE
                   "  ALVO DE FIM DA CADEIA: " PARM-ALVO-HH ":"
                   PARM-ALVO-MM
                   "  EXCESSO: " WS-PCT-EXCESSO "% DA MEDIA"
                   "  MINIMO: " WS-MINIMO-SEG " SEG"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "JANELA DO BATCH - PERIODO: " WS-DATA-DE
                   " A " WS-DATA-ATE
                   "  SEM ALVO DE FIM DA CADEIA"
                   "  EXCESSO: " WS-PCT-EXCESSO "% DA MEDIA"
                   "  MINIMO: " WS-MINIMO-SEG " SEG"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM 7000-GRAVAR-LINHA.

       1100-READ-RUNCTL.
           READ RUNCTL-FILE NEXT
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-END-OF-FILE
               IF RCTL-RUN-DATE > WS-DATA-ATE
                   SET WS-END-OF-FILE TO TRUE
               END-IF
           END-IF.

       1200-CALCULAR-DURACAO.
           MOVE "N" TO WS-DURACAO-SWITCH
           MOVE ZEROS TO WS-DURACAO
           MOVE ZEROS TO WS-INICIO-SEG
           MOVE ZEROS TO WS-FIM-SEG
           MOVE RCTL-INICIO TO WS-TS
           PERFORM 1250-CONVERTER-TIMESTAMP
           MOVE WS-TS-SEG TO WS-INICIO-SEG
           IF RCTL-COMPLETO
               AND WS-INICIO-SEG > ZERO
               MOVE RCTL-FIM TO WS-TS
               PERFORM 1250-CONVERTER-TIMESTAMP
               MOVE WS-TS-SEG TO WS-FIM-SEG
               IF WS-FIM-SEG NOT < WS-INICIO-SEG
                   COMPUTE WS-DURACAO = WS-FIM-SEG - WS-INICIO-SEG
                   SET WS-DURACAO-VALIDA TO TRUE
               END-IF
           END-IF.

       1250-CONVERTER-TIMESTAMP.
           MOVE ZEROS TO WS-TS-SEG
           MOVE WS-TS TO WS-TS-PARTES
           IF WS-TS(1:14) IS NUMERIC
               AND WS-TS-DATA > 16010101
               COMPUTE WS-TS-SEG =
                   FUNCTION INTEGER-OF-DATE(WS-TS-DATA) * 86400
                       + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS
           END-IF.

       1300-LOCALIZAR-ESTATISTICA.
           MOVE "N" TO WS-ACHADO-SWITCH
           MOVE ZEROS TO WS-EST-IDX
           PERFORM 1310-COMPARAR-ESTATISTICA
               UNTIL WS-ACHADO
                   OR WS-EST-IDX >= WS-EST-COUNT.

       1310-COMPARAR-ESTATISTICA.
           ADD 1 TO WS-EST-IDX
           IF WS-EST-PASSO(WS-EST-IDX) = WS-BUSCA-PASSO
               AND WS-EST-CICLO(WS-EST-IDX) = WS-BUSCA-CICLO
               SET WS-ACHADO TO TRUE
           END-IF.

       1400-LOCALIZAR-PASSO.
           MOVE "N" TO WS-ACHADO-SWITCH
           MOVE ZEROS TO WS-PASSO-IDX
           PERFORM 1410-COMPARAR-PASSO
               UNTIL WS-ACHADO
                   OR WS-PASSO-IDX >= WS-PASSO-MAX.

       1410-COMPARAR-PASSO.
           ADD 1 TO WS-PASSO-IDX
           IF WS-PASSO-NOME(WS-PASSO-IDX) = RCTL-STEP-ID
               SET WS-ACHADO TO TRUE
           END-IF.

       1900-FORMATAR-HMS.
           DIVIDE WS-SEG-AUX BY 3600 GIVING WS-HORAS
               REMAINDER WS-RESTO
           IF WS-HORAS > 99
               MOVE 99 TO WS-HMS-HH
           ELSE
               MOVE WS-HORAS TO WS-HMS-HH
           END-IF
           DIVIDE WS-RESTO BY 60 GIVING WS-HMS-MM
               REMAINDER WS-HMS-SS.

       2000-POSICIONAR-RUNCTL.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE SPACES TO RUNCTL-RECORD
           MOVE WS-DATA-DE TO RCTL-RUN-DATE
           START RUNCTL-FILE KEY >= RCTL-CHAVE
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 1100-READ-RUNCTL
           END-IF.

       2100-ACUMULAR-PASSO.
           ADD 1 TO WS-LIDO-COUNT
           MOVE RCTL-STEP-ID TO WS-BUSCA-PASSO
           MOVE RCTL-CYCLE TO WS-BUSCA-CICLO
           PERFORM 1300-LOCALIZAR-ESTATISTICA
           IF NOT WS-ACHADO
               IF WS-EST-COUNT >= WS-EST-MAX
                   DISPLAY "ERRO: MAIS DE " WS-EST-MAX " PASSOS/CICLOS "
                       "NO RUNCTL - AUMENTE A TABELA."
                   PERFORM 9000-CLOSE-FILES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-EST-COUNT
               MOVE WS-EST-COUNT TO WS-EST-IDX
               INITIALIZE WS-EST-ENTRY(WS-EST-IDX)
               MOVE RCTL-STEP-ID TO WS-EST-PASSO(WS-EST-IDX)
               MOVE RCTL-CYCLE TO WS-EST-CICLO(WS-EST-IDX)
           END-IF
           IF RCTL-RERUN-PERMITIDO
               ADD 1 TO WS-EST-RERUNS(WS-EST-IDX)
           END-IF
           PERFORM 1200-CALCULAR-DURACAO
           IF WS-DURACAO-VALIDA
               ADD 1 TO WS-EST-EXECUCOES(WS-EST-IDX)
               ADD WS-DURACAO TO WS-EST-SOMA(WS-EST-IDX)
               IF WS-DURACAO > WS-EST-PIOR(WS-EST-IDX)
                   OR WS-EST-EXECUCOES(WS-EST-IDX) = 1
                   MOVE WS-DURACAO TO WS-EST-PIOR(WS-EST-IDX)
                   MOVE RCTL-RUN-DATE TO WS-EST-PIOR-DATA(WS-EST-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-EST-INCOMPLETAS(WS-EST-IDX)
           END-IF
           PERFORM 1100-READ-RUNCTL.

       3000-TRATAR-REGISTRO.
           IF RCTL-CHAVE(1:10) NOT = WS-NOITE-CHAVE
               IF WS-NOITE-CHAVE NOT = SPACES
                   PERFORM 3500-GRAVAR-NOITE
               END-IF
               INITIALIZE WS-NOITE-TABELA
               MOVE RCTL-CHAVE(1:10) TO WS-NOITE-CHAVE
           END-IF
           PERFORM 1400-LOCALIZAR-PASSO
           IF WS-ACHADO
               PERFORM 1200-CALCULAR-DURACAO
               MOVE "Y" TO WS-NT-PRESENTE(WS-PASSO-IDX)
               MOVE RCTL-RERUN TO WS-NT-RERUN(WS-PASSO-IDX)
               MOVE RCTL-INICIO TO WS-NT-INICIO(WS-PASSO-IDX)
               MOVE WS-INICIO-SEG TO WS-NT-INICIO-SEG(WS-PASSO-IDX)
               IF WS-DURACAO-VALIDA
                   MOVE "Y" TO WS-NT-VALIDA(WS-PASSO-IDX)
                   MOVE RCTL-FIM TO WS-NT-FIM(WS-PASSO-IDX)
                   MOVE WS-FIM-SEG TO WS-NT-FIM-SEG(WS-PASSO-IDX)
                   MOVE WS-DURACAO TO WS-NT-DURACAO(WS-PASSO-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-OUTROS-COUNT
           END-IF
           PERFORM 1100-READ-RUNCTL.

       3500-GRAVAR-NOITE.
           ADD 1 TO WS-NOITE-COUNT
           MOVE "N" TO WS-NOITE-ALERTA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 7000-GRAVAR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "NOITE " WS-NOITE-CHAVE(1:8)
               " CICLO " WS-NOITE-CHAVE(9:2)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7000-GRAVAR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  PASSO     INICIO             FIM"
               "                DURACAO   MEDIA     PIOR"
               "      RERUN  OBSERVACAO"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7000-GRAVAR-LINHA
           MOVE ZEROS TO WS-CAMINHO
           MOVE ZEROS TO WS-PART-MAIOR
           MOVE ZEROS TO WS-CADEIA-INICIO
           MOVE ZEROS TO WS-CADEIA-FIM
           MOVE SPACES TO WS-CADEIA-FIM-TS
           MOVE ZEROS TO WS-PASSO-IDX
           PERFORM 3510-GRAVAR-PASSO
               UNTIL WS-PASSO-IDX >= WS-PASSO-MAX
           ADD WS-PART-MAIOR TO WS-CAMINHO
           IF WS-NT-DURACAO-OK(12)
               MOVE WS-NT-FIM-SEG(12) TO WS-CADEIA-FIM
               MOVE WS-NT-FIM(12) TO WS-CADEIA-FIM-TS
           END-IF
           PERFORM 3600-GRAVAR-CADEIA
           PERFORM 3700-GRAVAR-PARTICOES
           IF WS-NOITE-EM-ALERTA
               ADD 1 TO WS-NOITE-ALERTA-COUNT
           END-IF.

       3510-GRAVAR-PASSO.
           ADD 1 TO WS-PASSO-IDX
           IF WS-NT-EXISTE(WS-PASSO-IDX)
               PERFORM 3520-AVALIAR-PASSO
               MOVE WS-NT-INICIO(WS-PASSO-IDX) TO WS-TS
               PERFORM 3590-EDITAR-TIMESTAMP
               MOVE WS-EDIT-FIM TO WS-EDIT-INICIO
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-NT-DURACAO-OK(WS-PASSO-IDX)
                   MOVE WS-NT-FIM(WS-PASSO-IDX) TO WS-TS
                   PERFORM 3590-EDITAR-TIMESTAMP
                   STRING "  " WS-PASSO-NOME(WS-PASSO-IDX)
                       "  " WS-EDIT-INICIO
                       "  " WS-EDIT-FIM
                       "  " WS-HMS-DURACAO
                       "  " WS-HMS-MEDIA
                       "  " WS-HMS-PIOR
                       "  " WS-NT-RERUN(WS-PASSO-IDX)
                       "      " WS-OBS
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING "  " WS-PASSO-NOME(WS-PASSO-IDX)
                       "  " WS-EDIT-INICIO
                       "  EM EXECUCAO/SEM FIM"
                       "           " WS-HMS-MEDIA
                       "  " WS-HMS-PIOR
                       "  " WS-NT-RERUN(WS-PASSO-IDX)
                       "      " WS-OBS
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
               PERFORM 7000-GRAVAR-LINHA
           END-IF.

       3520-AVALIAR-PASSO.
           MOVE SPACES TO WS-OBS
           MOVE SPACES TO WS-HMS-DURACAO
           MOVE SPACES TO WS-HMS-MEDIA
           MOVE SPACES TO WS-HMS-PIOR
           MOVE ZEROS TO WS-MEDIA
           MOVE WS-PASSO-NOME(WS-PASSO-IDX) TO WS-BUSCA-PASSO
           MOVE WS-NOITE-CHAVE(9:2) TO WS-BUSCA-CICLO
           PERFORM 1300-LOCALIZAR-ESTATISTICA
           IF WS-ACHADO
               AND WS-EST-EXECUCOES(WS-EST-IDX) > ZERO
               COMPUTE WS-MEDIA ROUNDED = WS-EST-SOMA(WS-EST-IDX)
                   / WS-EST-EXECUCOES(WS-EST-IDX)
               MOVE WS-MEDIA TO WS-SEG-AUX
               PERFORM 1900-FORMATAR-HMS
               MOVE WS-HMS TO WS-HMS-MEDIA
               MOVE WS-EST-PIOR(WS-EST-IDX) TO WS-SEG-AUX
               PERFORM 1900-FORMATAR-HMS
               MOVE WS-HMS TO WS-HMS-PIOR
           END-IF
           IF WS-NT-INICIO-SEG(WS-PASSO-IDX) > ZERO
               AND (WS-CADEIA-INICIO = ZERO
                   OR WS-NT-INICIO-SEG(WS-PASSO-IDX)
                       < WS-CADEIA-INICIO)
               MOVE WS-NT-INICIO-SEG(WS-PASSO-IDX)
                   TO WS-CADEIA-INICIO
           END-IF
           IF NOT WS-NT-DURACAO-OK(WS-PASSO-IDX)
               MOVE "*INCOMPLETO*" TO WS-OBS
               SET WS-NOITE-EM-ALERTA TO TRUE
           ELSE
               MOVE WS-NT-DURACAO(WS-PASSO-IDX) TO WS-SEG-AUX
               PERFORM 1900-FORMATAR-HMS
               MOVE WS-HMS TO WS-HMS-DURACAO
               IF WS-NT-FIM-SEG(WS-PASSO-IDX) > WS-CADEIA-FIM
                   MOVE WS-NT-FIM-SEG(WS-PASSO-IDX) TO WS-CADEIA-FIM
                   MOVE WS-NT-FIM(WS-PASSO-IDX) TO WS-CADEIA-FIM-TS
               END-IF
               IF WS-PASSO-IDX >= 3 AND WS-PASSO-IDX <= 7
                   IF WS-NT-DURACAO(WS-PASSO-IDX) > WS-PART-MAIOR
                       MOVE WS-NT-DURACAO(WS-PASSO-IDX)
                           TO WS-PART-MAIOR
                   END-IF
               ELSE
                   ADD WS-NT-DURACAO(WS-PASSO-IDX) TO WS-CAMINHO
               END-IF
               COMPUTE WS-LIMITE ROUNDED =
                   WS-MEDIA * WS-PCT-EXCESSO / 100
               IF WS-ACHADO
                   AND WS-NT-DURACAO(WS-PASSO-IDX) > WS-LIMITE
                   AND WS-NT-DURACAO(WS-PASSO-IDX)
                       NOT < WS-MINIMO-SEG
                   MOVE "*ACIMA DO USUAL*" TO WS-OBS
                   ADD 1 TO WS-EST-ALERTAS(WS-EST-IDX)
                   ADD 1 TO WS-PASSO-ALERTA-COUNT
                   SET WS-NOITE-EM-ALERTA TO TRUE
               END-IF
           END-IF.

       3590-EDITAR-TIMESTAMP.
           MOVE SPACES TO WS-EDIT-FIM
           STRING WS-TS(1:8) " " WS-TS(9:2) ":" WS-TS(11:2) ":"
               WS-TS(13:2)
               DELIMITED BY SIZE INTO WS-EDIT-FIM.

       3600-GRAVAR-CADEIA.
           MOVE WS-CAMINHO TO WS-SEG-AUX
           PERFORM 1900-FORMATAR-HMS
           MOVE WS-HMS TO WS-HMS-DURACAO
           MOVE SPACES TO WS-HMS-JANELA
           MOVE SPACES TO WS-EDIT-FIM
           IF WS-CADEIA-FIM > ZERO
               AND WS-CADEIA-INICIO > ZERO
               COMPUTE WS-SEG-AUX = WS-CADEIA-FIM - WS-CADEIA-INICIO
               PERFORM 1900-FORMATAR-HMS
               MOVE WS-HMS TO WS-HMS-JANELA
               MOVE WS-CADEIA-FIM-TS TO WS-TS
               PERFORM 3590-EDITAR-TIMESTAMP
           END-IF
           MOVE SPACES TO WS-OBS
           IF NOT WS-NT-DURACAO-OK(12)
               MOVE "CADEIA INCOMPLETA (SEM CALCR)" TO WS-OBS
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  CAMINHO CRITICO " WS-HMS-DURACAO
               "  JANELA " WS-HMS-JANELA
               "  FIM DA CADEIA " WS-EDIT-FIM
               "  " WS-OBS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7000-GRAVAR-LINHA
           IF WS-ALVO-DEFINIDO
               AND WS-CADEIA-INICIO > ZERO
               DIVIDE WS-CADEIA-INICIO BY 86400 GIVING WS-DIA-INT
               COMPUTE WS-ALVO-DIA = WS-DIA-INT * 86400
               COMPUTE WS-ALVO-ABS = WS-ALVO-DIA + WS-ALVO-SEG
               IF WS-ALVO-ABS < WS-CADEIA-INICIO
                   ADD 86400 TO WS-ALVO-ABS
                   ADD 1 TO WS-DIA-INT
               END-IF
               COMPUTE WS-ALVO-DATA =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               MOVE SPACES TO WS-OBS
               IF WS-CADEIA-FIM > WS-ALVO-ABS
                   MOVE "*ALVO ESTOURADO*" TO WS-OBS
                   ADD 1 TO WS-ALVO-ALERTA-COUNT
                   SET WS-NOITE-EM-ALERTA TO TRUE
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ALVO " WS-ALVO-DATA " " PARM-ALVO-HH ":"
                   PARM-ALVO-MM "  " WS-OBS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7000-GRAVAR-LINHA
           END-IF.

       3700-GRAVAR-PARTICOES.
           MOVE ZEROS TO WS-PART-QTDE
           MOVE ZEROS TO WS-PART-MAIOR
           MOVE ZEROS TO WS-PART-MENOR
           MOVE ZEROS TO WS-PART-IDX
           PERFORM 3710-AVALIAR-PARTICAO
               UNTIL WS-PART-IDX >= 4
           IF WS-PART-QTDE > ZERO
               MOVE ZEROS TO WS-DESEQUILIBRIO
               IF WS-PART-QTDE > 1
                   AND WS-PART-MAIOR > ZERO
                   COMPUTE WS-DESEQUILIBRIO ROUNDED =
                       (WS-PART-MAIOR - WS-PART-MENOR) * 100
                           / WS-PART-MAIOR
                   ADD 1 TO WS-BAL-NOITES
                   ADD WS-DESEQUILIBRIO TO WS-BAL-SOMA-PCT
                   IF WS-DESEQUILIBRIO > WS-BAL-PIOR-PCT
                       OR WS-BAL-NOITES = 1
                       MOVE WS-DESEQUILIBRIO TO WS-BAL-PIOR-PCT
                       MOVE WS-NOITE-CHAVE TO WS-BAL-PIOR-NOITE
                   END-IF
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  PARTICOES CALCB: 01 " WS-HMS-PART(1)
                   "  02 " WS-HMS-PART(2)
                   "  03 " WS-HMS-PART(3)
                   "  04 " WS-HMS-PART(4)
                   "  DIFERENCA ENTRE A MAIS LENTA E A MAIS RAPIDA "
                   WS-DESEQUILIBRIO "%"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7000-GRAVAR-LINHA
           END-IF.

       3710-AVALIAR-PARTICAO.
           ADD 1 TO WS-PART-IDX
           MOVE "--:--:--" TO WS-HMS-PART(WS-PART-IDX)
           IF WS-NT-DURACAO-OK(WS-PART-IDX + 2)
               ADD 1 TO WS-PART-QTDE
               MOVE WS-NT-DURACAO(WS-PART-IDX + 2) TO WS-SEG-AUX
               PERFORM 1900-FORMATAR-HMS
               MOVE WS-HMS TO WS-HMS-PART(WS-PART-IDX)
               ADD 1 TO WS-BAL-NOITES-PART(WS-PART-IDX)
               ADD WS-SEG-AUX TO WS-BAL-SOMA(WS-PART-IDX)
               IF WS-SEG-AUX > WS-PART-MAIOR
                   MOVE WS-SEG-AUX TO WS-PART-MAIOR
               END-IF
               IF WS-SEG-AUX < WS-PART-MENOR
                   OR WS-PART-QTDE = 1
                   MOVE WS-SEG-AUX TO WS-PART-MENOR
               END-IF
           END-IF.

       4000-GRAVAR-RESUMO-PASSOS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 7000-GRAVAR-LINHA
           MOVE "RESUMO DO PERIODO POR PASSO E CICLO:" TO WS-REPORT-LINE
           PERFORM 7000-GRAVAR-LINHA
           MOVE ZEROS TO WS-PASSO-IDX
           PERFORM 4100-RESUMIR-PASSO
               UNTIL WS-PASSO-IDX >= WS-PASSO-MAX
           IF WS-EST-COUNT = ZERO
               MOVE "NENHUM REGISTRO NO RUNCTL PARA O PERIODO."
                   TO WS-REPORT-LINE
               PERFORM 7000-GRAVAR-LINHA
           END-IF
           IF WS-OUTROS-COUNT > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "REGISTROS DE PASSOS FORA DA CADEIA NOTURNA: "
                   WS-OUTROS-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7000-GRAVAR-LINHA
           END-IF.

       4100-RESUMIR-PASSO.
           ADD 1 TO WS-PASSO-IDX
           MOVE ZEROS TO WS-EST-IDX
           PERFORM 4200-GRAVAR-ESTATISTICA
               UNTIL WS-EST-IDX >= WS-EST-COUNT.

       4200-GRAVAR-ESTATISTICA.
           ADD 1 TO WS-EST-IDX
           IF WS-EST-PASSO(WS-EST-IDX) = WS-PASSO-NOME(WS-PASSO-IDX)
               MOVE ZEROS TO WS-SEG-AUX
               IF WS-EST-EXECUCOES(WS-EST-IDX) > ZERO
                   COMPUTE WS-SEG-AUX ROUNDED =
                       WS-EST-SOMA(WS-EST-IDX)
                           / WS-EST-EXECUCOES(WS-EST-IDX)
               END-IF
               PERFORM 1900-FORMATAR-HMS
               MOVE WS-HMS TO WS-HMS-MEDIA
               MOVE WS-EST-PIOR(WS-EST-IDX) TO WS-SEG-AUX
               PERFORM 1900-FORMATAR-HMS
               MOVE WS-HMS TO WS-HMS-PIOR
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-EST-PASSO(WS-EST-IDX)
                   " CICLO " WS-EST-CICLO(WS-EST-IDX)
                   "  EXECS " WS-EST-EXECUCOES(WS-EST-IDX)
                   "  MEDIA " WS-HMS-MEDIA
                   "  PIOR " WS-HMS-PIOR
                   " EM " WS-EST-PIOR-DATA(WS-EST-IDX)
                   "  RERUNS " WS-EST-RERUNS(WS-EST-IDX)
                   "  ACIMA DO USUAL " WS-EST-ALERTAS(WS-EST-IDX)
                   "  INCOMPLETOS " WS-EST-INCOMPLETAS(WS-EST-IDX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7000-GRAVAR-LINHA
           END-IF.

       4500-GRAVAR-RESUMO-PARTICOES.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 7000-GRAVAR-LINHA
           MOVE ZEROS TO WS-PART-IDX
           PERFORM 4510-MEDIA-PARTICAO
               UNTIL WS-PART-IDX >= 4
           MOVE ZEROS TO WS-BAL-MEDIA-PCT
           IF WS-BAL-NOITES > ZERO
               COMPUTE WS-BAL-MEDIA-PCT ROUNDED =
                   WS-BAL-SOMA-PCT / WS-BAL-NOITES
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PARTICOES CALCB NO PERIODO - MEDIA: 01 "
               WS-HMS-PART(1)
               "  02 " WS-HMS-PART(2)
               "  03 " WS-HMS-PART(3)
               "  04 " WS-HMS-PART(4)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7000-GRAVAR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-BAL-NOITES > ZERO
               STRING "  NOITES PARTICIONADAS " WS-BAL-NOITES
                   "  DIFERENCA MEDIA ENTRE A MAIS LENTA E A MAIS "
                   "RAPIDA " WS-BAL-MEDIA-PCT "%"
                   "  PIOR " WS-BAL-PIOR-PCT "% EM "
                   WS-BAL-PIOR-NOITE(1:8) " CICLO "
                   WS-BAL-PIOR-NOITE(9:2)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE "  NENHUMA NOITE PARTICIONADA NO PERIODO."
                   TO WS-REPORT-LINE
           END-IF
           PERFORM 7000-GRAVAR-LINHA.

       4510-MEDIA-PARTICAO.
           ADD 1 TO WS-PART-IDX
           MOVE "--:--:--" TO WS-HMS-PART(WS-PART-IDX)
           IF WS-BAL-NOITES-PART(WS-PART-IDX) > ZERO
               COMPUTE WS-SEG-AUX ROUNDED =
                   WS-BAL-SOMA(WS-PART-IDX)
                       / WS-BAL-NOITES-PART(WS-PART-IDX)
               PERFORM 1900-FORMATAR-HMS
               MOVE WS-HMS TO WS-HMS-PART(WS-PART-IDX)
           END-IF.

       7000-GRAVAR-LINHA.
           MOVE WS-REPORT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       9000-CLOSE-FILES.
           CLOSE RUNCTL-FILE
           CLOSE REPORT-FILE.
       END PROGRAM PG06CALC3.
