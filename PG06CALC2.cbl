      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Daily result anomaly report for the morning review,
      *          next to SECRPT (PG06CALCO) and SUSPAGRPT (PG06CALCY) -
      *          the control checks prove the files agree with each
      *          other, this one asks whether the numbers look normal.
      *          Reads the calculation history master CALCHIST (HISTREC
      *          layout) in key order up to the report date and
      *          compares the day's accepted results (status "O", and
      *          "X" accepted then reversed since) with the same
      *          source system's and operation code's accepted history
      *          over the lookback window. CALCHIST carries no source;
      *          a run date and cycle belongs to the source system
      *          PG06CALCB recorded for it on the per-source control
      *          file SRCACCT (SRCACREC layout), one TRANFILE header
      *          per cycle (a run date and cycle absent from SRCACCT is
      *          shown under source "????????"). Flagged on ANOMRPT:
      *          - a result whose absolute value is above the result
      *            factor times the average absolute result of the
      *            window (listed one by one as "FORA DA FAIXA" and
      *            counted as "*RESULTADO*" on the source's line);
      *          - a day's count or total HIST-RS for the source and
      *            operation above the volume factor times the daily
      *            average of the window, or below that average
      *            divided by the factor ("*VOLUME*", "*TOTAL RS*");
      *          - an operation the source has never sent before on
      *            the whole of CALCHIST ("*NUNCA ENVIADA*").
      *          Averages are taken over the days in the window the
      *          source sent the operation; with fewer such days than
      *          the minimum on the parameter record the comparisons
      *          are not made and the line is marked "HISTORICO
      *          INSUFICIENTE". Parameters come from the ANOMPARM
      *          record in the AGEPARM/SECPARM style: the report date
      *          (spaces for today), the lookback window in calendar
      *          days before the report date, the minimum days of
      *          history, the result factor, and the volume factor,
      *          both factors whole numbers of at least 2:
      *                   030 005 010 003
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG06CALC2.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "ANOMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SRCACCT-FILE ASSIGN TO "SRCACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCACCT-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "CALCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ANOMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-DATA           PIC X(08).
           05  FILLER              PIC X(01).
           05  PARM-JANELA-DIAS    PIC 9(03).
           05  FILLER              PIC X(01).
           05  PARM-MINIMO-DIAS    PIC 9(03).
           05  FILLER              PIC X(01).
           05  PARM-FATOR-RS       PIC 9(03).
           05  FILLER              PIC X(01).
           05  PARM-FATOR-VOLUME   PIC 9(03).

       FD  SRCACCT-FILE
           RECORDING MODE IS F.
       01  SRCACCT-RECORD.
           COPY SRCACREC.

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY HISTREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
       77  WS-SRCACCT-STATUS       PIC X(02) VALUE SPACES.
       77  WS-HISTORY-STATUS       PIC X(02) VALUE SPACES.
       77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
       77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-END-OF-FILE              VALUE "Y".
       77  WS-SRCA-EOF             PIC X(01) VALUE "N".
           88  WS-SRCA-FIM                 VALUE "Y".
       77  WS-DIA-SWITCH           PIC X(01) VALUE "N".
           88  WS-DIA-INICIADO             VALUE "Y".
       77  WS-ACHADO-SWITCH        PIC X(01) VALUE "N".
           88  WS-ACHADO                   VALUE "Y".
       77  WS-RUN-DATE             PIC X(08) VALUE SPACES.
       77  WS-JANELA-INICIO        PIC X(08) VALUE SPACES.
       77  WS-RUN-INT              PIC 9(08) VALUE ZEROS COMP.
       77  WS-JANELA-DIAS          PIC 9(03) VALUE ZEROS.
       77  WS-MINIMO-DIAS          PIC 9(03) VALUE ZEROS.
       77  WS-FATOR-RS             PIC 9(03) VALUE ZEROS.
       77  WS-FATOR-VOLUME         PIC 9(03) VALUE ZEROS.
       77  WS-CICLO-MAX            PIC 9(04) VALUE 5000.
       77  WS-CICLO-COUNT          PIC 9(04) VALUE ZEROS.
       77  WS-CICLO-IDX            PIC 9(04) VALUE ZEROS COMP.
       77  WS-ORIGEM-ATUAL         PIC X(08) VALUE SPACES.
       77  WS-CHAVE-ATUAL          PIC X(10) VALUE SPACES.
       77  WS-CHAVE-ANTERIOR       PIC X(10) VALUE SPACES.
       77  WS-ANM-MAX              PIC 9(03) VALUE 200.
       77  WS-ANM-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-ANM-IDX              PIC 9(03) VALUE ZEROS COMP.
       77  WS-LIDO-COUNT           PIC 9(08) VALUE ZEROS.
       77  WS-DIA-COUNT            PIC 9(08) VALUE ZEROS.
       77  WS-FORA-COUNT           PIC 9(08) VALUE ZEROS.
       77  WS-MARCADA-COUNT        PIC 9(08) VALUE ZEROS.
       77  WS-ABS-RS               PIC S9(14)V9(04) VALUE ZEROS.
       77  WS-ABS-TOTAL            PIC S9(16)V9(04) VALUE ZEROS.
       77  WS-MEDIA-RS             PIC S9(16)V9(04) VALUE ZEROS.
       77  WS-MEDIA-QTDE           PIC S9(09)V9(02) VALUE ZEROS.
       77  WS-MEDIA-TOTAL          PIC S9(16)V9(04) VALUE ZEROS.
       77  WS-MARCAS               PIC X(50) VALUE SPACES.
       77  WS-MARCA-PTR            PIC 9(03) VALUE ZEROS.
       01  WS-EDIT-RS              PIC -(14)9.9999.
       01  WS-EDIT-MEDIA           PIC -(14)9.9999.
       01  WS-EDIT-TOTAL           PIC -(16)9.9999.
       01  WS-EDIT-QTDE            PIC Z(08)9.99.
       01  WS-EDIT-N1              PIC -(07)9.
       01  WS-EDIT-N2              PIC -(07)9.
       01  WS-CICLO-TABELA.
           05  WS-CICLO-ENTRY OCCURS 5000 TIMES.
               10  WS-CICLO-CHAVE      PIC X(10).
               10  WS-CICLO-ORIGEM     PIC X(08).
       01  WS-ANM-TABELA.
           05  WS-ANM-ENTRY OCCURS 200 TIMES.
               10  WS-ANM-ORIGEM       PIC X(08).
               10  WS-ANM-OPERACAO     PIC X(01).
               10  WS-ANM-VISTA        PIC X(01).
                   88  WS-ANM-VISTA-ANTES      VALUE "Y".
               10  WS-ANM-DIA-DATA     PIC X(08).
               10  WS-ANM-DIA-QTDE     PIC 9(08).
               10  WS-ANM-DIA-TOTAL    PIC S9(16)V9(04).
               10  WS-ANM-HIST-DIAS    PIC 9(05).
               10  WS-ANM-HIST-QTDE    PIC 9(09).
               10  WS-ANM-HIST-ABS-RS  PIC S9(18)V9(04).
               10  WS-ANM-HIST-ABS-DIA PIC S9(18)V9(04).
               10  WS-ANM-HOJE-QTDE    PIC 9(08).
               10  WS-ANM-HOJE-TOTAL   PIC S9(16)V9(04).
               10  WS-ANM-HOJE-FORA    PIC 9(08).
       01  WS-REPORT-LINE          PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-LER-PARAMETROS
           PERFORM 1200-CARREGAR-ORIGENS
           PERFORM 1500-OPEN-FILES
           PERFORM 2000-PROCESSAR-HISTORICO
               UNTIL WS-END-OF-FILE
           IF NOT WS-DIA-INICIADO
               PERFORM 2600-FECHAR-DIAS
           END-IF
           PERFORM 3000-GRAVAR-RESUMO
           PERFORM 9000-CLOSE-FILES
           DISPLAY "PG06CALC2 - DATA DO RELATORIO    : " WS-RUN-DATE
           DISPLAY "PG06CALC2 - HISTORICOS LIDOS     : " WS-LIDO-COUNT
           DISPLAY "PG06CALC2 - ACEITAS NO DIA       : " WS-DIA-COUNT
           DISPLAY "PG06CALC2 - RESULTADOS FORA FAIXA: " WS-FORA-COUNT
           DISPLAY "PG06CALC2 - ORIGEM/OPERACAO MARC.: "
               WS-MARCADA-COUNT
           STOP RUN.

       1000-LER-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ANOMPARM: " WS-PARM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END
                   DISPLAY "ERRO: ANOMPARM SEM REGISTRO DE PARAMETROS."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF PARM-DATA NOT = SPACES
               AND PARM-DATA IS NUMERIC
               MOVE PARM-DATA TO WS-RUN-DATE
           END-IF
           IF PARM-JANELA-DIAS IS NOT NUMERIC
               OR PARM-MINIMO-DIAS IS NOT NUMERIC
               OR PARM-FATOR-RS IS NOT NUMERIC
               OR PARM-FATOR-VOLUME IS NOT NUMERIC
               DISPLAY "ERRO: PARAMETROS DE ANOMALIA NAO NUMERICOS NO "
                   "ANOMPARM."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PARM-JANELA-DIAS = ZERO
               OR PARM-FATOR-RS < 2
               OR PARM-FATOR-VOLUME < 2
               DISPLAY "ERRO: JANELA ZERADA OU FATOR MENOR QUE 2 NO "
                   "ANOMPARM."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-JANELA-DIAS TO WS-JANELA-DIAS
           MOVE PARM-MINIMO-DIAS TO WS-MINIMO-DIAS
           MOVE PARM-FATOR-RS TO WS-FATOR-RS
           MOVE PARM-FATOR-VOLUME TO WS-FATOR-VOLUME
           CLOSE PARM-FILE
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
           MOVE FUNCTION DATE-OF-INTEGER(WS-RUN-INT - WS-JANELA-DIAS)
               TO WS-JANELA-INICIO.

       1200-CARREGAR-ORIGENS.
           OPEN INPUT SRCACCT-FILE
           EVALUATE WS-SRCACCT-STATUS
               WHEN "00"
                   PERFORM 1210-LER-SRCACCT
                       UNTIL WS-SRCA-FIM
                   CLOSE SRCACCT-FILE
               WHEN "35"
                   DISPLAY "PG06CALC2 - AVISO: SRCACCT AUSENTE - "
                       "ORIGENS DESCONHECIDAS."
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR SRCACCT: " WS-SRCACCT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1210-LER-SRCACCT.
           READ SRCACCT-FILE
               AT END
                   SET WS-SRCA-FIM TO TRUE
               NOT AT END
                   IF SRCA-RUN-DATE NOT > WS-RUN-DATE
                       STRING SRCA-RUN-DATE SRCA-CYCLE
                           DELIMITED BY SIZE INTO WS-CHAVE-ATUAL
                       PERFORM 1220-PROCURAR-CICLO
                       IF NOT WS-ACHADO
                           PERFORM 1230-INCLUIR-CICLO
                       END-IF
                   END-IF
           END-READ.

       1220-PROCURAR-CICLO.
           MOVE "N" TO WS-ACHADO-SWITCH
           MOVE ZEROS TO WS-CICLO-IDX
           PERFORM 1225-COMPARAR-CICLO
               UNTIL WS-ACHADO
                   OR WS-CICLO-IDX >= WS-CICLO-COUNT.

       1225-COMPARAR-CICLO.
           ADD 1 TO WS-CICLO-IDX
           IF WS-CICLO-CHAVE(WS-CICLO-IDX) = WS-CHAVE-ATUAL
               SET WS-ACHADO TO TRUE
           END-IF.

       1230-INCLUIR-CICLO.
           IF WS-CICLO-COUNT >= WS-CICLO-MAX
               DISPLAY "ERRO: MAIS DE " WS-CICLO-MAX " DATAS/CICLOS NO "
                   "SRCACCT - AUMENTE A TABELA."
               CLOSE SRCACCT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CICLO-COUNT
           MOVE WS-CHAVE-ATUAL TO WS-CICLO-CHAVE(WS-CICLO-COUNT)
           MOVE SRCA-SOURCE-SYSTEM TO WS-CICLO-ORIGEM(WS-CICLO-COUNT).

       1500-OPEN-FILES.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CALCHIST: " WS-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ANOMRPT: " WS-REPORT-STATUS
               CLOSE HISTORY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "ANOMALIAS DE RESULTADOS - DATA: "
               WS-RUN-DATE " JANELA: " WS-JANELA-DIAS
               " DIAS DESDE " WS-JANELA-INICIO
               " MINIMO: " WS-MINIMO-DIAS
               " FATOR RS: " WS-FATOR-RS
               " FATOR VOLUME: " WS-FATOR-VOLUME
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7000-GRAVAR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 7000-GRAVAR-LINHA
           MOVE "RESULTADOS FORA DA FAIXA NORMAL DA ORIGEM/OPERACAO:"
               TO WS-REPORT-LINE
           PERFORM 7000-GRAVAR-LINHA

           PERFORM 1100-READ-HISTORY-FILE.

       1100-READ-HISTORY-FILE.
           READ HISTORY-FILE NEXT
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-END-OF-FILE
               IF HIST-RUN-DATE > WS-RUN-DATE
                   SET WS-END-OF-FILE TO TRUE
               ELSE
                   ADD 1 TO WS-LIDO-COUNT
               END-IF
           END-IF.

       2000-PROCESSAR-HISTORICO.
           IF HIST-STATUS-OK OR HIST-STATUS-ESTORNADA
               PERFORM 2100-LOCALIZAR-ORIGEM
               PERFORM 2200-LOCALIZAR-ENTRADA
               IF HIST-RS < ZERO
                   COMPUTE WS-ABS-RS = ZERO - HIST-RS
               ELSE
                   MOVE HIST-RS TO WS-ABS-RS
               END-IF
               EVALUATE TRUE
                   WHEN HIST-RUN-DATE = WS-RUN-DATE
                       IF NOT WS-DIA-INICIADO
                           PERFORM 2600-FECHAR-DIAS
                           SET WS-DIA-INICIADO TO TRUE
                       END-IF
                       PERFORM 2400-VERIFICAR-RESULTADO
                   WHEN HIST-RUN-DATE NOT < WS-JANELA-INICIO
                       SET WS-ANM-VISTA-ANTES(WS-ANM-IDX) TO TRUE
                       PERFORM 2300-ACUMULAR-JANELA
                   WHEN OTHER
                       SET WS-ANM-VISTA-ANTES(WS-ANM-IDX) TO TRUE
               END-EVALUATE
           END-IF
           PERFORM 1100-READ-HISTORY-FILE.

       2100-LOCALIZAR-ORIGEM.
           STRING HIST-RUN-DATE HIST-CYCLE
               DELIMITED BY SIZE INTO WS-CHAVE-ATUAL
           IF WS-CHAVE-ATUAL NOT = WS-CHAVE-ANTERIOR
               MOVE WS-CHAVE-ATUAL TO WS-CHAVE-ANTERIOR
               PERFORM 1220-PROCURAR-CICLO
               IF WS-ACHADO
                   MOVE WS-CICLO-ORIGEM(WS-CICLO-IDX)
                       TO WS-ORIGEM-ATUAL
               ELSE
                   MOVE "????????" TO WS-ORIGEM-ATUAL
               END-IF
           END-IF.

       2200-LOCALIZAR-ENTRADA.
           MOVE "N" TO WS-ACHADO-SWITCH
           MOVE ZEROS TO WS-ANM-IDX
           PERFORM 2210-COMPARAR-ENTRADA
               UNTIL WS-ACHADO
                   OR WS-ANM-IDX >= WS-ANM-COUNT
           IF NOT WS-ACHADO
               IF WS-ANM-COUNT >= WS-ANM-MAX
                   DISPLAY "ERRO: MAIS DE " WS-ANM-MAX " ORIGENS/"
                       "OPERACOES NO CALCHIST - AUMENTE A TABELA."
                   PERFORM 9000-CLOSE-FILES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ANM-COUNT
               MOVE WS-ANM-COUNT TO WS-ANM-IDX
               INITIALIZE WS-ANM-ENTRY(WS-ANM-IDX)
               MOVE WS-ORIGEM-ATUAL TO WS-ANM-ORIGEM(WS-ANM-IDX)
               MOVE HIST-OPERACAO TO WS-ANM-OPERACAO(WS-ANM-IDX)
           END-IF.

       2210-COMPARAR-ENTRADA.
           ADD 1 TO WS-ANM-IDX
           IF WS-ANM-ORIGEM(WS-ANM-IDX) = WS-ORIGEM-ATUAL
               AND WS-ANM-OPERACAO(WS-ANM-IDX) = HIST-OPERACAO
               SET WS-ACHADO TO TRUE
           END-IF.

       2300-ACUMULAR-JANELA.
           IF WS-ANM-DIA-DATA(WS-ANM-IDX) NOT = HIST-RUN-DATE
               PERFORM 2650-FECHAR-DIA
               MOVE HIST-RUN-DATE TO WS-ANM-DIA-DATA(WS-ANM-IDX)
           END-IF
           ADD 1 TO WS-ANM-DIA-QTDE(WS-ANM-IDX)
           ADD HIST-RS TO WS-ANM-DIA-TOTAL(WS-ANM-IDX)
           ADD 1 TO WS-ANM-HIST-QTDE(WS-ANM-IDX)
           ADD WS-ABS-RS TO WS-ANM-HIST-ABS-RS(WS-ANM-IDX).

       2400-VERIFICAR-RESULTADO.
           ADD 1 TO WS-DIA-COUNT
           ADD 1 TO WS-ANM-HOJE-QTDE(WS-ANM-IDX)
           ADD HIST-RS TO WS-ANM-HOJE-TOTAL(WS-ANM-IDX)
           IF WS-ANM-HIST-DIAS(WS-ANM-IDX) > ZERO
               AND WS-ANM-HIST-DIAS(WS-ANM-IDX) NOT < WS-MINIMO-DIAS
               COMPUTE WS-MEDIA-RS ROUNDED =
                   WS-ANM-HIST-ABS-RS(WS-ANM-IDX)
                       / WS-ANM-HIST-QTDE(WS-ANM-IDX)
               IF WS-ABS-RS > WS-MEDIA-RS * WS-FATOR-RS
                   ADD 1 TO WS-FORA-COUNT
                   ADD 1 TO WS-ANM-HOJE-FORA(WS-ANM-IDX)
                   PERFORM 2450-LISTAR-RESULTADO
               END-IF
           END-IF.

       2450-LISTAR-RESULTADO.
           MOVE HIST-N1 TO WS-EDIT-N1
           MOVE HIST-N2 TO WS-EDIT-N2
           MOVE HIST-RS TO WS-EDIT-RS
           MOVE WS-MEDIA-RS TO WS-EDIT-MEDIA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FORA DA FAIXA " WS-ORIGEM-ATUAL
               " OP " HIST-OPERACAO
               " CICLO " HIST-CYCLE
               " TRAN " HIST-TRAN-ID
               " N1 " WS-EDIT-N1
               " N2 " WS-EDIT-N2
               " RS " WS-EDIT-RS
               " MEDIA " WS-EDIT-MEDIA
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7000-GRAVAR-LINHA.

       2600-FECHAR-DIAS.
           MOVE ZEROS TO WS-ANM-IDX
           PERFORM 2610-FECHAR-DIA-ENTRADA
               UNTIL WS-ANM-IDX >= WS-ANM-COUNT.

       2610-FECHAR-DIA-ENTRADA.
           ADD 1 TO WS-ANM-IDX
           PERFORM 2650-FECHAR-DIA.

       2650-FECHAR-DIA.
           IF WS-ANM-DIA-DATA(WS-ANM-IDX) NOT = SPACES
               ADD 1 TO WS-ANM-HIST-DIAS(WS-ANM-IDX)
               IF WS-ANM-DIA-TOTAL(WS-ANM-IDX) < ZERO
                   SUBTRACT WS-ANM-DIA-TOTAL(WS-ANM-IDX)
                       FROM WS-ANM-HIST-ABS-DIA(WS-ANM-IDX)
               ELSE
                   ADD WS-ANM-DIA-TOTAL(WS-ANM-IDX)
                       TO WS-ANM-HIST-ABS-DIA(WS-ANM-IDX)
               END-IF
               MOVE SPACES TO WS-ANM-DIA-DATA(WS-ANM-IDX)
               MOVE ZEROS TO WS-ANM-DIA-QTDE(WS-ANM-IDX)
               MOVE ZEROS TO WS-ANM-DIA-TOTAL(WS-ANM-IDX)
           END-IF.

       3000-GRAVAR-RESUMO.
           IF WS-FORA-COUNT = ZERO
               MOVE "NENHUM RESULTADO FORA DA FAIXA." TO WS-REPORT-LINE
               PERFORM 7000-GRAVAR-LINHA
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 7000-GRAVAR-LINHA
           MOVE "VOLUME E TOTAL RS DO DIA POR ORIGEM/OPERACAO:"
               TO WS-REPORT-LINE
           PERFORM 7000-GRAVAR-LINHA
           MOVE ZEROS TO WS-ANM-IDX
           PERFORM 3100-GRAVAR-ENTRADA
               UNTIL WS-ANM-IDX >= WS-ANM-COUNT
           IF WS-DIA-COUNT = ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NENHUM RESULTADO ACEITO NO CALCHIST EM "
                   WS-RUN-DATE "."
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7000-GRAVAR-LINHA
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 7000-GRAVAR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACEITAS NO DIA: " WS-DIA-COUNT
               "  RESULTADOS FORA DA FAIXA: " WS-FORA-COUNT
               "  ORIGEM/OPERACAO MARCADAS: " WS-MARCADA-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7000-GRAVAR-LINHA.

       3100-GRAVAR-ENTRADA.
           ADD 1 TO WS-ANM-IDX
           IF WS-ANM-HOJE-QTDE(WS-ANM-IDX) > ZERO
               PERFORM 3200-AVALIAR-ENTRADA
               MOVE WS-ANM-HOJE-TOTAL(WS-ANM-IDX) TO WS-EDIT-TOTAL
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ORIGEM " WS-ANM-ORIGEM(WS-ANM-IDX)
                   " OP " WS-ANM-OPERACAO(WS-ANM-IDX)
                   "  NO DIA: QTDE " WS-ANM-HOJE-QTDE(WS-ANM-IDX)
                   " TOTAL RS " WS-EDIT-TOTAL
                   " FORA DA FAIXA " WS-ANM-HOJE-FORA(WS-ANM-IDX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7000-GRAVAR-LINHA
               MOVE WS-MEDIA-QTDE TO WS-EDIT-QTDE
               MOVE WS-MEDIA-TOTAL TO WS-EDIT-TOTAL
               MOVE SPACES TO WS-REPORT-LINE
               STRING "       HISTORICO: DIAS "
                   WS-ANM-HIST-DIAS(WS-ANM-IDX)
                   " QTDE MEDIA " WS-EDIT-QTDE
                   " TOTAL MEDIO ABS " WS-EDIT-TOTAL
                   "  " WS-MARCAS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7000-GRAVAR-LINHA
           END-IF.

       3200-AVALIAR-ENTRADA.
           MOVE SPACES TO WS-MARCAS
           MOVE 1 TO WS-MARCA-PTR
           MOVE ZEROS TO WS-MEDIA-QTDE
           MOVE ZEROS TO WS-MEDIA-TOTAL
           IF NOT WS-ANM-VISTA-ANTES(WS-ANM-IDX)
               STRING "*NUNCA ENVIADA* "
                   DELIMITED BY SIZE INTO WS-MARCAS
                   WITH POINTER WS-MARCA-PTR
           END-IF
           IF WS-ANM-HOJE-FORA(WS-ANM-IDX) > ZERO
               STRING "*RESULTADO* "
                   DELIMITED BY SIZE INTO WS-MARCAS
                   WITH POINTER WS-MARCA-PTR
           END-IF
           IF WS-ANM-HIST-DIAS(WS-ANM-IDX) = ZERO
               OR WS-ANM-HIST-DIAS(WS-ANM-IDX) < WS-MINIMO-DIAS
               IF WS-ANM-VISTA-ANTES(WS-ANM-IDX)
                   STRING "HISTORICO INSUFICIENTE"
                       DELIMITED BY SIZE INTO WS-MARCAS
                       WITH POINTER WS-MARCA-PTR
               END-IF
           ELSE
               COMPUTE WS-MEDIA-QTDE ROUNDED =
                   WS-ANM-HIST-QTDE(WS-ANM-IDX)
                       / WS-ANM-HIST-DIAS(WS-ANM-IDX)
               COMPUTE WS-MEDIA-TOTAL ROUNDED =
                   WS-ANM-HIST-ABS-DIA(WS-ANM-IDX)
                       / WS-ANM-HIST-DIAS(WS-ANM-IDX)
               IF WS-ANM-HOJE-QTDE(WS-ANM-IDX)
                       > WS-MEDIA-QTDE * WS-FATOR-VOLUME
                   OR WS-ANM-HOJE-QTDE(WS-ANM-IDX) * WS-FATOR-VOLUME
                       < WS-MEDIA-QTDE
                   STRING "*VOLUME* "
                       DELIMITED BY SIZE INTO WS-MARCAS
                       WITH POINTER WS-MARCA-PTR
               END-IF
               IF WS-ANM-HOJE-TOTAL(WS-ANM-IDX) < ZERO
                   COMPUTE WS-ABS-TOTAL =
                       ZERO - WS-ANM-HOJE-TOTAL(WS-ANM-IDX)
               ELSE
                   MOVE WS-ANM-HOJE-TOTAL(WS-ANM-IDX) TO WS-ABS-TOTAL
               END-IF
               IF WS-ABS-TOTAL > WS-MEDIA-TOTAL * WS-FATOR-VOLUME
                   OR WS-ABS-TOTAL * WS-FATOR-VOLUME < WS-MEDIA-TOTAL
                   STRING "*TOTAL RS* "
                       DELIMITED BY SIZE INTO WS-MARCAS
                       WITH POINTER WS-MARCA-PTR
               END-IF
           END-IF
           IF WS-MARCAS(1:1) = "*"
               ADD 1 TO WS-MARCADA-COUNT
           END-IF.

       7000-GRAVAR-LINHA.
           MOVE WS-REPORT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       9000-CLOSE-FILES.
           CLOSE HISTORY-FILE
           CLOSE REPORT-FILE.
       END PROGRAM PG06CALC2.
