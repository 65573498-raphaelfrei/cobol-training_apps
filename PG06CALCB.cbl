      *                is resolved against CALCHIST's run date plus
      *                cycle plus id key using the reference's own
      *                cycle.
      *   15/10/2026 - Accept reversal records (REVREC, "E" in byte
      *                1) naming an original by run date, cycle and
      *                transaction id: the original must be on
      *                CALCHIST, accepted, and not already reversed,
      *                else the reversal is suspended with reason
      *                "ES". An accepted reversal takes the original's
      *                operation and operands, goes to GLFEED with the
      *                result negated and status "E", and the original
      *                is marked reversed ("X") on CALCHIST, which is
      *                now opened I-O, with the reversal's id, so the
      *                same reversal reprocessed after a checkpoint
      *                restart is not taken for a second one.
      *   15/10/2026 - Dual-control approval hold: an accepted
      *                calculation whose result is above its
      *                operation's limit on the APRPARM parameter
      *                record (ALCREC layout) is calculated but held
      *                with status "P" on the pending-approval master
      *                PENDAPR (APRREC layout) instead of going to
      *                GLFEED, and its id is registered on IDREG like
      *                a posted one so a resubmission is a duplicate;
      *                a missing or invalid APRPARM ends the run
      *                before any output file is opened. At start, a
      *                run that is not a checkpoint restart releases
      *                every item approved on PG06CALCP into this
      *                run's GLFEED, RESULTFILE, and AUDITFILE with
      *                status "O" and marks it released ("L") with
      *                this run's date and cycle - an item already
      *                released by an earlier attempt of the same run
      *                date and cycle is released again, as that
      *                attempt's output files are recreated. Only the
      *                single-stream instance or partition 01 release,
      *                so a partitioned night posts each item once.
      *                Released items stay out of the per-source
      *                accepted count, as they are not this file's.
      *   15/10/2026 - Carry the account number (CALCREC's new CALC-
      *                CONTA, CHAINREC's CHN-CONTA, and for a reversal
      *                the original's HIST-CONTA) through RESULTFILE,
      *                AUDITFILE, and the pending-approval master, and
      *                check it against the indexed account master
      *                ACCTMAST (CTAREC layout): a transaction against
      *                an account that is not on the master, or is
      *                blocked or closed there, is suspended with the
      *                new reason "CT" instead of posting to the ledger.
      *                A transaction without an account is not checked.
      *                A missing ACCTMAST suspends every transaction
      *                that carries an account. Records widened for the
      *                account.
      *   15/10/2026 - A chained reference (CHAINREC) or a reversal
      *                (REVREC) that names a result inside a month
      *                closed on the closed-period control master PERCTL
      *                (PERCTL layout) is suspended with the new reason
      *                "PF" before CALCHIST is read, so nothing pulls in
      *                or backs out a result finance has already closed.
      *                A missing PERCTL means no month is closed. The
      *                audit status "F" of the period close and reopen
      *                records is carried in the copied record layouts.
      *   15/10/2026 - Trial mode, chosen at run time by CALCSIMUL=S in
      *                the environment: the file goes through the same
      *                prevalidation, source check and 2100-CALCULAR
      *                editing, authorization, duplicate, account,
      *                closed-period, chained-reference and reversal
      *                logic against the masters opened read-only, but
      *                the only output is the trial results file
      *                SIMRESULT (RESULTFILE's layout) and the trial
      *                report SIMRPT, showing per transaction whether it
      *                would be accepted, held for approval, rejected or
      *                refused and suspended, with the reason, and the
      *                totals and feed count and hash a real run would
      *                reach. RUNCTL, the checkpoint, GLFEED,
      *                RESULTFILE, AUDITFILE, SUSPFILE, PENDAPR,
      *                CALCHIST, IDREG and SRCACCT are not opened for
      *                output, no approved item is released, and a
      *                failure that would refuse the whole file (control
      *                totals, header cycle, inactive source) is
      *                reported instead of ending the trial. Ids
      *                accepted by the trial are kept on the scratch
      *                file SIMREG, recreated at every trial, so a
      *                duplicate inside the file is still caught; a
      *                trial can be repeated at will and leaves nothing
      *                the real run sees.
      *   15/10/2026 - A trial keeps the originals its accepted
      *                reversals would mark reversed on CALCHIST, so a
      *                second reversal of the same original in the file
      *                is suspended with "ES" as in the real run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG06CALCB.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCACCT-STATUS.

           SELECT ALC-FILE ASSIGN TO "APRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALC-STATUS.

           SELECT ACCT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CONTA
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT PERIODO-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCTL-PERIODO
               FILE STATUS IS WS-PERIODO-STATUS.

           SELECT PENDAPR-FILE ASSIGN TO "PENDAPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-TRAN-ID
               FILE STATUS IS WS-PENDAPR-STATUS.

           SELECT SIM-RESULT-FILE ASSIGN TO "SIMRESULT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-RESULT-STATUS.

           SELECT SIM-REPORT-FILE ASSIGN TO "SIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-REPORT-STATUS.

           SELECT SIM-REG-FILE ASSIGN TO "SIMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SREG-TRAN-ID
               FILE STATUS IS WS-SIM-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
                                       BY ==TRAN-STATUS-REJEITADA==
               ==CALC-STATUS-NAO-AUTORIZADA==
                                       BY ==TRAN-STATUS-NAO-AUTORIZADA==
               ==CALC-STATUS-ESTORNO==     BY ==TRAN-STATUS-ESTORNO==
               ==CALC-STATUS-PENDENTE==    BY ==TRAN-STATUS-PENDENTE==
               ==CALC-STATUS-APROVADA==    BY ==TRAN-STATUS-APROVADA==
               ==CALC-STATUS-DECLINADA==   BY ==TRAN-STATUS-DECLINADA==
               ==CALC-STATUS-PERIODO==     BY ==TRAN-STATUS-PERIODO==
               ==CALC-STATUS-REENVIO==     BY ==TRAN-STATUS-REENVIO==
               ==CALC-TRAN-ID==            BY ==TRAN-TRAN-ID==
               ==CALC-CYCLE==              BY ==TRAN-CYCLE==
               ==CALC-CONTA==              BY ==TRAN-CONTA==
               ==CALC-STATUS==             BY ==TRAN-STATUS==.
       01  TRAN-CONTROL-RECORD.
           COPY TRANCTL.
       01  TRAN-CHAIN-RECORD.
           COPY CHAINREC.
       01  TRAN-REVERSAL-RECORD.
           COPY REVREC.

       FD  RESULT-FILE
           RECORDING MODE IS F.
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

       FD  CHECKPOINT-FILE
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

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SRCACCT-RECORD.
           COPY SRCACREC.

       FD  ALC-FILE
           RECORDING MODE IS F.
       01  ALC-RECORD.
           COPY ALCREC.

       FD  PENDAPR-FILE.
       01  PENDAPR-RECORD.
           COPY APRREC.

       FD  ACCT-FILE.
       01  ACCT-RECORD.
           COPY CTAREC.

       FD  PERIODO-FILE.
       01  PERIODO-RECORD.
           COPY PERCTL.

       FD  SIM-RESULT-FILE
           RECORDING MODE IS F.
       01  SIM-RESULT-RECORD       PIC X(61).

       FD  SIM-REPORT-FILE
           RECORDING MODE IS F.
       01  SIM-REPORT-LINE         PIC X(132).

       FD  SIM-REG-FILE.
       01  SIM-REG-RECORD.
           05  SREG-TRAN-ID        PIC X(12).

       WORKING-STORAGE SECTION.
       77  WS-SRC-STATUS           PIC X(02) VALUE SPACES.
       77  WS-SRCACCT-STATUS       PIC X(02) VALUE SPACES.
           88  WS-HIST-DISPONIVEL          VALUE "Y".
       77  WS-REF-SWITCH           PIC X(01) VALUE "N".
           88  WS-REF-REGISTRO             VALUE "Y".
       77  WS-ACCT-STATUS          PIC X(02) VALUE SPACES.
       77  WS-ACCT-DISP-SWITCH     PIC X(01) VALUE "N".
           88  WS-ACCT-DISPONIVEL          VALUE "Y".
       77  WS-CONTA-FALHA-SWITCH   PIC X(01) VALUE "N".
           88  WS-CONTA-FALHOU             VALUE "Y".
       77  WS-CONTA-INVALIDA-COUNT PIC 9(08) VALUE ZEROS.
       77  WS-PERIODO-STATUS       PIC X(02) VALUE SPACES.
       77  WS-PER-DISP-SWITCH      PIC X(01) VALUE "N".
           88  WS-PER-DISPONIVEL           VALUE "Y".
       77  WS-PER-FALHA-SWITCH     PIC X(01) VALUE "N".
           88  WS-PERIODO-FECHADO          VALUE "Y".
       77  WS-PER-DATA             PIC X(08) VALUE SPACES.
       77  WS-PERIODO-FECHADO-COUNT
                                   PIC 9(08) VALUE ZEROS.
       77  WS-REF-FALHA-SWITCH     PIC X(01) VALUE "N".
           88  WS-REF-FALHOU               VALUE "Y".
       77  WS-REF-SLOT             PIC X(01) VALUE SPACE.
       77  WS-REF-LITERAL          PIC S9(07) VALUE ZEROS.
       77  WS-REF-INTEIRO          PIC S9(14) VALUE ZEROS.
       77  WS-REF-RESOLVIDA-COUNT  PIC 9(08) VALUE ZEROS.
       77  WS-EST-SWITCH           PIC X(01) VALUE "N".
           88  WS-EST-REGISTRO             VALUE "Y".
       77  WS-EST-FALHA-SWITCH     PIC X(01) VALUE "N".
           88  WS-EST-FALHOU               VALUE "Y".
       77  WS-EST-RUN-DATE         PIC X(08) VALUE SPACES.
       77  WS-EST-CYCLE            PIC X(02) VALUE SPACES.
       77  WS-EST-TRAN-ID          PIC X(12) VALUE SPACES.
       77  WS-EST-SIMUL-MAX        PIC 9(04) VALUE 1000.
       77  WS-EST-SIMUL-COUNT      PIC 9(04) VALUE ZEROS COMP.
       77  WS-EST-SIMUL-IDX        PIC 9(04) VALUE ZEROS COMP.
       01  WS-EST-SIMUL-CHAVE.
           05  WS-ESC-RUN-DATE     PIC X(08).
           05  WS-ESC-CYCLE        PIC X(02).
           05  WS-ESC-TRAN-ID      PIC X(12).
       01  WS-EST-SIMUL-BUFFER.
           05  WS-EST-SIMULADO OCCURS 1000 TIMES PIC X(22).
       77  WS-ESTORNO-COUNT        PIC 9(08) VALUE ZEROS.
       77  WS-ALC-STATUS           PIC X(02) VALUE SPACES.
       77  WS-PENDAPR-STATUS       PIC X(02) VALUE SPACES.
       77  WS-PENDAPR-EOF          PIC X(01) VALUE "N".
           88  WS-PENDAPR-FIM-ARQUIVO      VALUE "Y".
       77  WS-ALC-LIMITE-SOMA      PIC 9(14) VALUE ZEROS.
       77  WS-ALC-LIMITE-SUBTRACAO PIC 9(14) VALUE ZEROS.
       77  WS-ALC-LIMITE-MULTIPLICA
                                   PIC 9(14) VALUE ZEROS.
       77  WS-ALC-LIMITE-DIVISAO   PIC 9(14) VALUE ZEROS.
       77  WS-ALC-LIMITE           PIC 9(14) VALUE ZEROS.
       77  WS-RETIDA-COUNT         PIC 9(08) VALUE ZEROS.
       77  WS-LIBERADA-COUNT       PIC 9(08) VALUE ZEROS.
       77  WS-SIM-FLAG             PIC X(01) VALUE "N".
           88  WS-MODO-SIMULACAO           VALUE "S".
       77  WS-SIM-RESULT-STATUS    PIC X(02) VALUE SPACES.
       77  WS-SIM-REPORT-STATUS    PIC X(02) VALUE SPACES.
       77  WS-SIM-REG-STATUS       PIC X(02) VALUE SPACES.
       77  WS-SIM-RECUSA-SWITCH    PIC X(01) VALUE "N".
           88  WS-SIM-ARQUIVO-RECUSADO     VALUE "Y".
       77  WS-SIM-MOTIVO-ARQUIVO   PIC X(80) VALUE SPACES.
       77  WS-SIM-CLASSE           PIC X(14) VALUE SPACES.
       77  WS-SIM-DESCRICAO        PIC X(52) VALUE SPACES.
       77  WS-SIM-MOTIVO-TEXTO     PIC X(38) VALUE SPACES.
       77  WS-SIM-ACEITA-COUNT     PIC 9(08) VALUE ZEROS.
       77  WS-SIM-SUSPENSA-COUNT   PIC 9(08) VALUE ZEROS.
       77  WS-SIM-EDIT-N1          PIC -(7)9 VALUE ZERO.
       77  WS-SIM-EDIT-N2          PIC -(7)9 VALUE ZERO.
       77  WS-SIM-EDIT-RS          PIC -(14)9.9999 VALUE ZERO.
       77  WS-SIM-EDIT-HASH        PIC -(16)9.9999 VALUE ZERO.
       77  WS-REPORT-LINE          PIC X(132) VALUE SPACES.
       77  WS-REG-DISP-SWITCH      PIC X(01) VALUE "N".
           88  WS-REG-DISPONIVEL           VALUE "Y".
       77  WS-RUNCTL-STATUS        PIC X(02) VALUE SPACES.
       77  WS-STEP-ID              PIC X(08) VALUE SPACES.
       77  WS-PREDECESSOR-ID       PIC X(08) VALUE SPACES.
           88  WS-END-OF-FILE              VALUE "Y".
       77  WS-TRAN-NUM-SWITCH      PIC X(01) VALUE "Y".
           88  WS-TRAN-NUMERICA            VALUE "Y".
       77  WS-TRAN-RAW             PIC X(61) VALUE SPACES.
       77  WS-DETAIL-SWITCH        PIC X(01) VALUE "N".
           88  WS-DETALHE-LIDO             VALUE "Y".
       77  WS-HEADER-SWITCH        PIC X(01) VALUE "N".
                                       BY ==WS-STATUS-REJEITADA==
               ==CALC-STATUS-NAO-AUTORIZADA==
                                         BY ==WS-STATUS-NAO-AUTORIZADA==
               ==CALC-STATUS-ESTORNO==     BY ==WS-STATUS-ESTORNO==
               ==CALC-STATUS-PENDENTE==    BY ==WS-STATUS-PENDENTE==
               ==CALC-STATUS-APROVADA==    BY ==WS-STATUS-APROVADA==
               ==CALC-STATUS-DECLINADA==   BY ==WS-STATUS-DECLINADA==
               ==CALC-STATUS-PERIODO==     BY ==WS-STATUS-PERIODO==
               ==CALC-STATUS-REENVIO==     BY ==WS-STATUS-REENVIO==
               ==CALC-TRAN-ID==            BY ==WS-TRAN-ID==
               ==CALC-CYCLE==              BY ==WS-CYCLE==
               ==CALC-CONTA==              BY ==WS-CONTA==
               ==CALC-STATUS==             BY ==WS-STATUS==.
       77  WS-RECORD-COUNT         PIC 9(08) VALUE ZEROS.
       77  WS-REJECT-COUNT         PIC 9(08) VALUE ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SIM-FLAG FROM ENVIRONMENT "CALCSIMUL"
           PERFORM 0100-INICIAR-RUNCTL
           IF WS-MODO-SIMULACAO
               PERFORM 0900-ABRIR-SIMULACAO
           ELSE
               PERFORM 0500-DETERMINE-RESTART
           END-IF
           PERFORM 0600-PREVALIDAR-ARQUIVO
           PERFORM 0700-VALIDAR-ORIGEM
           PERFORM 0800-CARREGAR-ALCADA
           IF WS-MODO-SIMULACAO
               PERFORM 1050-ABRIR-ARQUIVOS-SIMULACAO
               PERFORM 1200-SKIP-PROCESSED-RECORDS
               PERFORM 2000-PROCESS-TRANSACTIONS
                   UNTIL WS-END-OF-FILE
               PERFORM 2950-CONCLUIR-SIMULACAO
               STOP RUN
           END-IF
           PERFORM 1000-OPEN-FILES
           IF WS-STEP-PART = "00" OR WS-STEP-PART = "01"
               PERFORM 1800-LIBERAR-APROVADAS
           END-IF
           PERFORM 1200-SKIP-PROCESSED-RECORDS
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL WS-END-OF-FILE
               WS-DUPLICADA-COUNT
           DISPLAY "PG06CALCB - REFERENCIAS RESOLVIDAS: "
               WS-REF-RESOLVIDA-COUNT
           DISPLAY "PG06CALCB - ESTORNOS LANCADOS: "
               WS-ESTORNO-COUNT
           DISPLAY "PG06CALCB - RETIDAS PARA APROVACAO: "
               WS-RETIDA-COUNT
           DISPLAY "PG06CALCB - APROVADAS LIBERADAS NO FEED: "
               WS-LIBERADA-COUNT
           DISPLAY "PG06CALCB - CONTAS INVALIDAS (SUSPENSAS): "
               WS-CONTA-INVALIDA-COUNT
           DISPLAY "PG06CALCB - REF./ESTORNOS EM PERIODO FECHADO: "
               WS-PERIODO-FECHADO-COUNT
           STOP RUN.

       0100-INICIAR-RUNCTL.
               MOVE "01" TO WS-RUN-CYCLE
           END-IF
           ACCEPT WS-RERUN-FLAG FROM ENVIRONMENT "CALCRERUN"
           IF NOT WS-MODO-SIMULACAO
               PERFORM 0105-ABRIR-RUNCTL
           END-IF.

       0105-ABRIR-RUNCTL.
           OPEN I-O RUNCTL-FILE
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUNCTL-FILE
           PERFORM 2600-VALIDAR-CONTROLE
           CLOSE TRAN-FILE
           IF WS-CONTROLE-ERRO
               IF WS-MODO-SIMULACAO
                   MOVE SPACES TO WS-SIM-MOTIVO-ARQUIVO
                   STRING "CONTROLE DO TRANFILE NAO CONFERE (TRAILER "
                       WS-TRAILER-COUNT " REGISTROS, LIDOS "
                       WS-DETAIL-COUNT ")"
                       DELIMITED BY SIZE INTO WS-SIM-MOTIVO-ARQUIVO
                   PERFORM 0950-REGISTRAR-RECUSA-SIMUL
               ELSE
                   DISPLAY "PG06CALCB - EXECUCAO NAO INICIADA: ARQUIVO "
                       "DE TRANSACOES INCOMPLETO OU CORROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-HEADER-CYCLE NOT = SPACES
               AND WS-HEADER-CYCLE NOT = WS-RUN-CYCLE
               IF WS-MODO-SIMULACAO
                   MOVE SPACES TO WS-SIM-MOTIVO-ARQUIVO
                   STRING "CICLO DO HEADER (" WS-HEADER-CYCLE
                       ") DIFERE DO CICLO DA EXECUCAO ("
                       WS-RUN-CYCLE ")"
                       DELIMITED BY SIZE INTO WS-SIM-MOTIVO-ARQUIVO
                   PERFORM 0950-REGISTRAR-RECUSA-SIMUL
               ELSE
                   DISPLAY "PG06CALCB - CICLO DO HEADER ("
                       WS-HEADER-CYCLE ") DIFERE DO CICLO DA EXECUCAO ("
                       WS-RUN-CYCLE ") - EXECUCAO NAO INICIADA."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           MOVE "N" TO WS-HEADER-SWITCH
                   OR WS-SRC-FIM-ARQUIVO
           CLOSE SRC-FILE
           IF NOT WS-SRC-ENCONTRADO
               IF WS-MODO-SIMULACAO
                   MOVE SPACES TO WS-SIM-MOTIVO-ARQUIVO
                   STRING "ORIGEM " WS-SOURCE-SYSTEM
                       " DESCONHECIDA OU INATIVA NO SRCMASTER"
                       DELIMITED BY SIZE INTO WS-SIM-MOTIVO-ARQUIVO
                   PERFORM 0950-REGISTRAR-RECUSA-SIMUL
               ELSE
                   DISPLAY "PG06CALCB - ORIGEM " WS-SOURCE-SYSTEM
                       " DESCONHECIDA OU INATIVA NO SRCMASTER - "
                       "EXECUCAO NAO INICIADA."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0710-PROCURAR-ORIGEM.
                   END-IF
           END-READ.

       0800-CARREGAR-ALCADA.
           OPEN INPUT ALC-FILE
           IF WS-ALC-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR APRPARM: " WS-ALC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ALC-FILE
               AT END
                   DISPLAY "ERRO: APRPARM SEM REGISTRO DE PARAMETROS."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF ALC-LIMITE-SOMA IS NOT NUMERIC
               OR ALC-LIMITE-SUBTRACAO IS NOT NUMERIC
               OR ALC-LIMITE-MULTIPLICA IS NOT NUMERIC
               OR ALC-LIMITE-DIVISAO IS NOT NUMERIC
               DISPLAY "ERRO: LIMITES DE APROVACAO INVALIDOS NO "
                   "APRPARM."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ALC-LIMITE-SOMA TO WS-ALC-LIMITE-SOMA
           MOVE ALC-LIMITE-SUBTRACAO TO WS-ALC-LIMITE-SUBTRACAO
           MOVE ALC-LIMITE-MULTIPLICA TO WS-ALC-LIMITE-MULTIPLICA
           MOVE ALC-LIMITE-DIVISAO TO WS-ALC-LIMITE-DIVISAO
           CLOSE ALC-FILE.

       0900-ABRIR-SIMULACAO.
           OPEN OUTPUT SIM-RESULT-FILE
           IF WS-SIM-RESULT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR SIMRESULT: " WS-SIM-RESULT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SIM-REPORT-FILE
           IF WS-SIM-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR SIMRPT: " WS-SIM-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SIM-REG-FILE
           IF WS-SIM-REG-STATUS = "00"
               CLOSE SIM-REG-FILE
               OPEN I-O SIM-REG-FILE
           END-IF
           IF WS-SIM-REG-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR SIMREG: " WS-SIM-REG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PG06CALCB - SIMULACAO - DATA: " WS-RUN-DATE
               " CICLO: " WS-RUN-CYCLE " PASSO: " WS-STEP-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 2990-GRAVAR-LINHA-SIMULACAO
           MOVE SPACES TO WS-REPORT-LINE
           STRING "NADA E GRAVADO EM GLFEED, RESULTFILE, AUDITFILE, "
               "SUSPFILE, PENDAPR, CALCHIST, IDREG, SRCACCT, RUNCTL "
               "OU CALCCKPT."
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 2990-GRAVAR-LINHA-SIMULACAO.

       0950-REGISTRAR-RECUSA-SIMUL.
           SET WS-SIM-ARQUIVO-RECUSADO TO TRUE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "*** A EXECUCAO REAL SERIA RECUSADA: "
               WS-SIM-MOTIVO-ARQUIVO
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 2990-GRAVAR-LINHA-SIMULACAO.

       1000-OPEN-FILES.
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT = "00"

           PERFORM 1300-CARREGAR-AUTORIZACAO
           PERFORM 1400-ABRIR-REGISTRO
           PERFORM 1600-ABRIR-HISTORICO
           PERFORM 1650-ABRIR-CONTAS
           PERFORM 1660-ABRIR-PERIODOS
           PERFORM 1700-ABRIR-PENDENTES.

       1050-ABRIR-ARQUIVOS-SIMULACAO.
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR TRANFILE: " WS-TRAN-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "USER"
           IF WS-OPERADOR-ID = SPACES
               MOVE "BATCH" TO WS-OPERADOR-ID
           END-IF
           PERFORM 1300-CARREGAR-AUTORIZACAO
           PERFORM 1450-ABRIR-REGISTRO-LEITURA
           PERFORM 1600-ABRIR-HISTORICO
           PERFORM 1650-ABRIR-CONTAS
           PERFORM 1660-ABRIR-PERIODOS
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-AUTH-ENCONTRADO
               STRING "ORIGEM: " WS-SOURCE-SYSTEM
                   " OPERADOR: " WS-OPERADOR-ID
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "ORIGEM: " WS-SOURCE-SYSTEM
                   " OPERADOR: " WS-OPERADOR-ID
                   " (SEM REGISTRO NO OPAUTH - TODA TRANSACAO SERIA "
                   "RECUSADA)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM 2990-GRAVAR-LINHA-SIMULACAO
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 2990-GRAVAR-LINHA-SIMULACAO
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REGISTRO ID           O       N1       N2 "
               "                  RS SITUACAO       MOTIVO"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 2990-GRAVAR-LINHA-SIMULACAO.

       1650-ABRIR-CONTAS.
           MOVE "N" TO WS-ACCT-DISP-SWITCH
           OPEN INPUT ACCT-FILE
           EVALUATE WS-ACCT-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-ACCT-DISP-SWITCH
               WHEN "35"
                   DISPLAY "AVISO: ACCTMAST INEXISTENTE - TODA "
                       "TRANSACAO COM CONTA SERA SUSPENSA."
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR ACCTMAST: " WS-ACCT-STATUS
                   STOP RUN
           END-EVALUATE.

       1660-ABRIR-PERIODOS.
           MOVE "N" TO WS-PER-DISP-SWITCH
           OPEN INPUT PERIODO-FILE
           EVALUATE WS-PERIODO-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-PER-DISP-SWITCH
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR PERCTL: " WS-PERIODO-STATUS
                   STOP RUN
           END-EVALUATE.

       1600-ABRIR-HISTORICO.
           MOVE "N" TO WS-HIST-DISP-SWITCH
           IF WS-MODO-SIMULACAO
               OPEN INPUT HISTORY-FILE
           ELSE
               OPEN I-O HISTORY-FILE
           END-IF
           EVALUATE WS-HISTORY-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-HIST-DISP-SWITCH
               WHEN "35"
                   DISPLAY "AVISO: CALCHIST INEXISTENTE - TODA "
                       "REFERENCIA A RESULTADO ANTERIOR E TODO "
                       "ESTORNO SERAO SUSPENSOS."
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR CALCHIST: "
                       WS-HISTORY-STATUS
                   STOP RUN
           END-EVALUATE.

       1700-ABRIR-PENDENTES.
           OPEN I-O PENDAPR-FILE
           IF WS-PENDAPR-STATUS = "35"
               OPEN OUTPUT PENDAPR-FILE
               IF WS-PENDAPR-STATUS = "00"
                   CLOSE PENDAPR-FILE
                   OPEN I-O PENDAPR-FILE
               END-IF
           END-IF
           IF WS-PENDAPR-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PENDAPR: " WS-PENDAPR-STATUS
               STOP RUN
           END-IF.

       1800-LIBERAR-APROVADAS.
           MOVE "N" TO WS-PENDAPR-EOF
           MOVE LOW-VALUES TO APR-TRAN-ID
           START PENDAPR-FILE KEY IS NOT LESS THAN APR-TRAN-ID
               INVALID KEY
                   SET WS-PENDAPR-FIM-ARQUIVO TO TRUE
           END-START
           PERFORM 1810-LIBERAR-ITEM
               UNTIL WS-PENDAPR-FIM-ARQUIVO
           PERFORM 2250-GRAVAR-REGISTRO-IDS.

       1810-LIBERAR-ITEM.
           READ PENDAPR-FILE NEXT RECORD
               AT END
                   SET WS-PENDAPR-FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF APR-LIBERADA
                       AND APR-LIB-RUN-DATE = WS-RUN-DATE
                       AND APR-LIB-CYCLE = WS-RUN-CYCLE
                       IF WS-RESTART-FROM > ZERO
                           ADD 1 TO WS-LIBERADA-COUNT
                       ELSE
                           PERFORM 1820-POSTAR-APROVADA
                       END-IF
                   END-IF
                   IF APR-APROVADA AND WS-RESTART-FROM = ZERO
                       PERFORM 1820-POSTAR-APROVADA
                   END-IF
           END-READ.

       1820-POSTAR-APROVADA.
           MOVE APR-OPERACAO TO WS-OPERACAO
           MOVE APR-N1 TO WS-N1
           MOVE APR-N2 TO WS-N2
           MOVE APR-RS TO WS-RS
           MOVE "O" TO WS-STATUS
           MOVE APR-TRAN-ID TO WS-TRAN-ID
           MOVE APR-CONTA TO WS-CONTA
           MOVE APR-TRAN-RAW TO WS-TRAN-RAW
           MOVE SPACES TO RESULT-OUTPUT-RECORD
           MOVE WS-OPERACAO TO RESULT-OPERACAO
           MOVE WS-N1 TO RESULT-N1
           MOVE WS-N2 TO RESULT-N2
           MOVE WS-RS TO RESULT-RS
           MOVE WS-STATUS TO RESULT-STATUS
           MOVE WS-TRAN-ID TO RESULT-TRAN-ID
           MOVE WS-RUN-CYCLE TO RESULT-CYCLE
           MOVE WS-CONTA TO RESULT-CONTA
           WRITE RESULT-OUTPUT-RECORD
           PERFORM 2400-GRAVAR-AUDITORIA
           PERFORM 2300-GRAVAR-INTERFACE
           MOVE "L" TO APR-SITUACAO
           MOVE WS-RUN-DATE TO APR-LIB-RUN-DATE
           MOVE WS-RUN-CYCLE TO APR-LIB-CYCLE
           REWRITE PENDAPR-RECORD
           IF WS-PENDAPR-STATUS NOT = "00"
               DISPLAY "ERRO AO REGRAVAR PENDAPR: " WS-PENDAPR-STATUS
                   " - ITEM " APR-TRAN-ID
               PERFORM 9000-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LIBERADA-COUNT.

       1300-CARREGAR-AUTORIZACAO.
           MOVE "N" TO WS-AUTH-ACHADO
           OPEN INPUT AUTH-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR IDREG: " WS-REGISTER-STATUS
               STOP RUN
           END-IF
           MOVE "Y" TO WS-REG-DISP-SWITCH.

       1450-ABRIR-REGISTRO-LEITURA.
           MOVE "N" TO WS-REG-DISP-SWITCH
           OPEN INPUT REGISTER-FILE
           EVALUATE WS-REGISTER-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-REG-DISP-SWITCH
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR IDREG: " WS-REGISTER-STATUS
                   STOP RUN
           END-EVALUATE.

       1100-READ-TRAN-FILE.
           MOVE "N" TO WS-DETAIL-SWITCH
                   SET WS-DETALHE-LIDO TO TRUE
                   ADD 1 TO WS-DETAIL-COUNT
                   MOVE "Y" TO WS-REF-SWITCH
                   MOVE "N" TO WS-EST-SWITCH
                   MOVE TRAN-INPUT-RECORD TO WS-TRAN-RAW
                   MOVE CHN-OPERACAO TO WS-OPERACAO
                   MOVE CHN-TRAN-ID TO WS-TRAN-ID
                   MOVE CHN-CONTA TO WS-CONTA
                   MOVE CHN-REF-SLOT TO WS-REF-SLOT
                   MOVE CHN-REF-RUN-DATE TO WS-REF-RUN-DATE
                   MOVE CHN-REF-CYCLE TO WS-REF-CYCLE
                       MOVE "N" TO WS-TRAN-NUM-SWITCH
                       MOVE ZEROS TO WS-REF-LITERAL
                   END-IF
               WHEN REV-TIPO-ESTORNO
                   SET WS-DETALHE-LIDO TO TRUE
                   ADD 1 TO WS-DETAIL-COUNT
                   MOVE "N" TO WS-REF-SWITCH
                   MOVE "Y" TO WS-EST-SWITCH
                   MOVE TRAN-INPUT-RECORD TO WS-TRAN-RAW
                   MOVE SPACE TO WS-OPERACAO
                   MOVE REV-TRAN-ID TO WS-TRAN-ID
                   MOVE SPACES TO WS-CONTA
                   MOVE REV-ORIG-RUN-DATE TO WS-EST-RUN-DATE
                   MOVE REV-ORIG-CYCLE TO WS-EST-CYCLE
                   MOVE REV-ORIG-TRAN-ID TO WS-EST-TRAN-ID
                   MOVE "Y" TO WS-TRAN-NUM-SWITCH
                   MOVE ZEROS TO WS-N1
                   MOVE ZEROS TO WS-N2
               WHEN OTHER
                   SET WS-DETALHE-LIDO TO TRUE
                   ADD 1 TO WS-DETAIL-COUNT
                   MOVE "N" TO WS-REF-SWITCH
                   MOVE "N" TO WS-EST-SWITCH
                   MOVE TRAN-INPUT-RECORD TO WS-TRAN-RAW
                   MOVE TRAN-OPERACAO TO WS-OPERACAO
                   MOVE TRAN-TRAN-ID TO WS-TRAN-ID
                   MOVE TRAN-CONTA TO WS-CONTA
                   IF TRAN-N1 IS NUMERIC AND TRAN-N2 IS NUMERIC
                       MOVE "Y" TO WS-TRAN-NUM-SWITCH
                       MOVE TRAN-N1 TO WS-N1

       2000-PROCESS-TRANSACTIONS.
           PERFORM 2100-CALCULAR
           IF WS-MODO-SIMULACAO
               PERFORM 2900-REGISTRAR-SIMULACAO
           ELSE
               PERFORM 2050-GRAVAR-RESULTADO
           END-IF
           PERFORM 1100-READ-TRAN-FILE.

       2050-GRAVAR-RESULTADO.
           MOVE SPACES TO RESULT-OUTPUT-RECORD
           MOVE WS-OPERACAO TO RESULT-OPERACAO
           MOVE WS-N1 TO RESULT-N1
           MOVE WS-STATUS TO RESULT-STATUS
           MOVE WS-TRAN-ID TO RESULT-TRAN-ID
           MOVE WS-RUN-CYCLE TO RESULT-CYCLE
           MOVE WS-CONTA TO RESULT-CONTA
           WRITE RESULT-OUTPUT-RECORD
           PERFORM 2400-GRAVAR-AUDITORIA
           ADD 1 TO WS-RECORD-COUNT
           EVALUATE TRUE
               WHEN WS-STATUS-OK
                   PERFORM 2300-GRAVAR-INTERFACE
               WHEN WS-STATUS-ESTORNO
                   PERFORM 2300-GRAVAR-INTERFACE
                   PERFORM 2350-MARCAR-ESTORNADA
                   ADD 1 TO WS-ESTORNO-COUNT
               WHEN WS-STATUS-PENDENTE
                   PERFORM 2450-GRAVAR-PENDENTE
                   ADD 1 TO WS-RETIDA-COUNT
               WHEN WS-STATUS-NAO-AUTORIZADA
                   ADD 1 TO WS-NAO-AUTORIZADA-COUNT
                   PERFORM 2500-GRAVAR-SUSPENSO
           END-EVALUATE
           IF FUNCTION MOD(WS-ABSOLUTE-COUNT WS-CHECKPOINT-INTERVAL) = 0
               PERFORM 2200-WRITE-CHECKPOINT
           END-IF.

       2100-CALCULAR.
           MOVE "O" TO WS-STATUS
           MOVE "N" TO WS-AUTORIZA-OK
           MOVE "N" TO WS-DUPLICADA-SWITCH
           MOVE "N" TO WS-REF-FALHA-SWITCH
           MOVE "N" TO WS-EST-FALHA-SWITCH
           MOVE "N" TO WS-CONTA-FALHA-SWITCH
           MOVE "N" TO WS-PER-FALHA-SWITCH
           IF WS-TRAN-ID NOT = SPACES
               PERFORM 2160-VERIFICAR-DUPLICIDADE
           END-IF
           IF WS-REF-REGISTRO
               AND WS-TRAN-NUMERICA AND WS-OPERACAO-VALIDA
               MOVE WS-REF-RUN-DATE TO WS-PER-DATA
               PERFORM 2175-VERIFICAR-PERIODO
               IF NOT WS-PERIODO-FECHADO
                   PERFORM 2180-RESOLVER-REFERENCIA
               END-IF
           END-IF
           IF WS-EST-REGISTRO
               MOVE WS-EST-RUN-DATE TO WS-PER-DATA
               PERFORM 2175-VERIFICAR-PERIODO
               IF NOT WS-PERIODO-FECHADO
                   PERFORM 2185-RESOLVER-ESTORNO
               END-IF
           END-IF
           IF WS-TRAN-NUMERICA AND WS-OPERACAO-VALIDA
               AND NOT WS-REF-FALHOU
               AND NOT WS-EST-FALHOU
               AND NOT WS-PERIODO-FECHADO
               PERFORM 2150-VERIFICAR-AUTORIZACAO
           END-IF
           IF WS-CONTA NOT = SPACES
               AND NOT WS-REF-FALHOU
               AND NOT WS-EST-FALHOU
               AND NOT WS-PERIODO-FECHADO
               PERFORM 2155-VERIFICAR-CONTA
           END-IF
           EVALUATE TRUE
               WHEN WS-TRAN-ID = SPACES
                   MOVE "R" TO WS-STATUS
                   MOVE "DP" TO WS-MOTIVO-REJEICAO
                   MOVE ZEROS TO WS-RS
                   ADD 1 TO WS-DUPLICADA-COUNT
               WHEN WS-PERIODO-FECHADO
                   MOVE "R" TO WS-STATUS
                   MOVE "PF" TO WS-MOTIVO-REJEICAO
                   MOVE ZEROS TO WS-RS
                   ADD 1 TO WS-PERIODO-FECHADO-COUNT
               WHEN WS-EST-FALHOU
                   MOVE "R" TO WS-STATUS
                   MOVE "ES" TO WS-MOTIVO-REJEICAO
                   MOVE ZEROS TO WS-RS
               WHEN NOT WS-TRAN-NUMERICA
                   MOVE "R" TO WS-STATUS
                   MOVE "NN" TO WS-MOTIVO-REJEICAO
                   MOVE "R" TO WS-STATUS
                   MOVE "RF" TO WS-MOTIVO-REJEICAO
                   MOVE ZEROS TO WS-RS
               WHEN WS-CONTA-FALHOU
                   MOVE "R" TO WS-STATUS
                   MOVE "CT" TO WS-MOTIVO-REJEICAO
                   MOVE ZEROS TO WS-RS
                   ADD 1 TO WS-CONTA-INVALIDA-COUNT
               WHEN NOT WS-AUTORIZADO
                   MOVE "N" TO WS-STATUS
                   MOVE "NA" TO WS-MOTIVO-REJEICAO
                   MOVE ZEROS TO WS-RS
               WHEN WS-EST-REGISTRO
                   MOVE "E" TO WS-STATUS
               WHEN WS-OPERACAO-SOMA
                   COMPUTE WS-RS = WS-N1 + WS-N2
               WHEN WS-OPERACAO-SUBTRACAO
                   ELSE
                       COMPUTE WS-RS ROUNDED = WS-N1 / WS-N2
                   END-IF
           END-EVALUATE
           IF WS-STATUS-OK
               PERFORM 2140-VERIFICAR-ALCADA
           END-IF.

       2140-VERIFICAR-ALCADA.
           EVALUATE TRUE
               WHEN WS-OPERACAO-SOMA
                   MOVE WS-ALC-LIMITE-SOMA TO WS-ALC-LIMITE
               WHEN WS-OPERACAO-SUBTRACAO
                   MOVE WS-ALC-LIMITE-SUBTRACAO TO WS-ALC-LIMITE
               WHEN WS-OPERACAO-MULTIPLICA
                   MOVE WS-ALC-LIMITE-MULTIPLICA TO WS-ALC-LIMITE
               WHEN WS-OPERACAO-DIVISAO
                   MOVE WS-ALC-LIMITE-DIVISAO TO WS-ALC-LIMITE
           END-EVALUATE
           IF FUNCTION ABS(WS-RS) > WS-ALC-LIMITE
               MOVE "P" TO WS-STATUS
           END-IF.

       2150-VERIFICAR-AUTORIZACAO.
           MOVE "N" TO WS-AUTORIZA-OK
               MOVE "Y" TO WS-AUTORIZA-OK
           END-IF.

       2155-VERIFICAR-CONTA.
           IF NOT WS-ACCT-DISPONIVEL
               SET WS-CONTA-FALHOU TO TRUE
           ELSE
               MOVE WS-CONTA TO CTA-CONTA
               READ ACCT-FILE
                   INVALID KEY
                       SET WS-CONTA-FALHOU TO TRUE
                   NOT INVALID KEY
                       IF NOT CTA-ABERTA
                           SET WS-CONTA-FALHOU TO TRUE
                       END-IF
               END-READ
           END-IF.

       2175-VERIFICAR-PERIODO.
           IF WS-PER-DISPONIVEL
               AND WS-PER-DATA NOT = SPACES
               MOVE WS-PER-DATA(1:6) TO PCTL-PERIODO
               READ PERIODO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PCTL-FECHADO
                           SET WS-PERIODO-FECHADO TO TRUE
                       END-IF
               END-READ
           END-IF.

       2180-RESOLVER-REFERENCIA.
           IF NOT WS-REF-SLOT-VALIDO
               OR WS-REF-RUN-DATE = SPACES
               END-IF
           END-IF.

       2185-RESOLVER-ESTORNO.
           IF WS-EST-RUN-DATE = SPACES
               OR WS-EST-CYCLE = SPACES
               OR WS-EST-TRAN-ID = SPACES
               OR NOT WS-HIST-DISPONIVEL
               SET WS-EST-FALHOU TO TRUE
           ELSE
               MOVE WS-EST-RUN-DATE TO HIST-RUN-DATE
               MOVE WS-EST-CYCLE TO HIST-CYCLE
               MOVE WS-EST-TRAN-ID TO HIST-TRAN-ID
               READ HISTORY-FILE
                   INVALID KEY
                       SET WS-EST-FALHOU TO TRUE
                   NOT INVALID KEY
                       PERFORM 2195-APLICAR-ESTORNO
               END-READ
           END-IF.

       2195-APLICAR-ESTORNO.
           IF HIST-STATUS-OK
               OR (HIST-STATUS-ESTORNADA
                   AND HIST-ESTORNO-TRAN-ID = WS-TRAN-ID)
               MOVE HIST-OPERACAO TO WS-OPERACAO
               MOVE HIST-N1 TO WS-N1
               MOVE HIST-N2 TO WS-N2
               MOVE HIST-CONTA TO WS-CONTA
               COMPUTE WS-RS = ZERO - HIST-RS
               IF WS-MODO-SIMULACAO
                   PERFORM 2196-VERIFICAR-ESTORNO-SIMUL
               END-IF
           ELSE
               SET WS-EST-FALHOU TO TRUE
           END-IF.

       2196-VERIFICAR-ESTORNO-SIMUL.
           MOVE WS-EST-RUN-DATE TO WS-ESC-RUN-DATE
           MOVE WS-EST-CYCLE TO WS-ESC-CYCLE
           MOVE WS-EST-TRAN-ID TO WS-ESC-TRAN-ID
           MOVE ZEROS TO WS-EST-SIMUL-IDX
           PERFORM 2197-PROCURAR-ESTORNO-SIMUL
               UNTIL WS-EST-FALHOU
                   OR WS-EST-SIMUL-IDX >= WS-EST-SIMUL-COUNT.

       2197-PROCURAR-ESTORNO-SIMUL.
           ADD 1 TO WS-EST-SIMUL-IDX
           IF WS-EST-SIMULADO(WS-EST-SIMUL-IDX) = WS-EST-SIMUL-CHAVE
               SET WS-EST-FALHOU TO TRUE
           END-IF.

       2160-VERIFICAR-DUPLICIDADE.
           MOVE ZEROS TO WS-ID-IDX
           PERFORM 2170-PROCURAR-ID-PENDENTE
               UNTIL WS-ID-DUPLICADO
                   OR WS-ID-IDX >= WS-ID-PENDENTE-COUNT
           IF NOT WS-ID-DUPLICADO
               AND WS-REG-DISPONIVEL
               MOVE WS-TRAN-ID TO REG-TRAN-ID
               READ REGISTER-FILE
                   INVALID KEY
                   NOT INVALID KEY
                       SET WS-ID-DUPLICADO TO TRUE
               END-READ
           END-IF
           IF NOT WS-ID-DUPLICADO
               AND WS-MODO-SIMULACAO
               MOVE WS-TRAN-ID TO SREG-TRAN-ID
               READ SIM-REG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ID-DUPLICADO TO TRUE
               END-READ
           END-IF.

       2170-PROCURAR-ID-PENDENTE.
           MOVE WS-STATUS TO AUDIT-STATUS
           MOVE WS-TRAN-ID TO AUDIT-TRAN-ID
           MOVE WS-RUN-CYCLE TO AUDIT-CYCLE
           MOVE WS-CONTA TO AUDIT-CONTA
           MOVE WS-OPERADOR-ID TO AUDIT-OPERADOR-ID
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE WS-TRAN-RAW TO AUDIT-TRAN-RAW
           WRITE INTERFACE-OUTPUT-RECORD
           ADD 1 TO WS-FEED-COUNT
           ADD WS-RS TO WS-FEED-HASH-RS
           PERFORM 2310-REGISTRAR-ID-PENDENTE.

       2310-REGISTRAR-ID-PENDENTE.
           IF WS-ID-PENDENTE-COUNT >= WS-ID-PENDENTE-MAX
               DISPLAY "ERRO: INTERVALO DE CHECKPOINT ("
                   WS-CHECKPOINT-INTERVAL ") EXCEDE A TABELA DE IDS "
           ADD 1 TO WS-ID-PENDENTE-COUNT
           MOVE WS-TRAN-ID TO WS-ID-PENDENTE(WS-ID-PENDENTE-COUNT).

       2450-GRAVAR-PENDENTE.
           MOVE SPACES TO PENDAPR-RECORD
           MOVE WS-TRAN-ID TO APR-TRAN-ID
           MOVE "P" TO APR-SITUACAO
           MOVE "B" TO APR-ORIGEM
           MOVE WS-OPERACAO TO APR-OPERACAO
           MOVE WS-N1 TO APR-N1
           MOVE WS-N2 TO APR-N2
           MOVE WS-RS TO APR-RS
           MOVE WS-RUN-DATE TO APR-RUN-DATE
           MOVE WS-RUN-CYCLE TO APR-CYCLE
           MOVE WS-OPERADOR-ID TO APR-SUBMETEDOR-ID
           MOVE WS-TIMESTAMP TO APR-SUBMISSAO-TS
           MOVE WS-CONTA TO APR-CONTA
           MOVE WS-TRAN-RAW TO APR-TRAN-RAW
           WRITE PENDAPR-RECORD
           IF WS-PENDAPR-STATUS NOT = "00"
               AND WS-PENDAPR-STATUS NOT = "22"
               DISPLAY "ERRO AO GRAVAR PENDAPR: " WS-PENDAPR-STATUS
                   " - ITEM " WS-TRAN-ID
               PERFORM 9000-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2310-REGISTRAR-ID-PENDENTE.

       2350-MARCAR-ESTORNADA.
           MOVE WS-EST-RUN-DATE TO HIST-RUN-DATE
           MOVE WS-EST-CYCLE TO HIST-CYCLE
           MOVE WS-EST-TRAN-ID TO HIST-TRAN-ID
           READ HISTORY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-HISTORY-STATUS = "00"
               MOVE "X" TO HIST-STATUS
               MOVE WS-TRAN-ID TO HIST-ESTORNO-TRAN-ID
               REWRITE HISTORY-RECORD
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERRO AO REGRAVAR CALCHIST: " WS-HISTORY-STATUS
                   " - ORIGINAL " WS-EST-RUN-DATE " " WS-EST-CYCLE
                   " " WS-EST-TRAN-ID
               PERFORM 9000-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2600-VALIDAR-CONTROLE.
           IF NOT WS-HEADER-LIDO
               DISPLAY "ERRO: HEADER AUSENTE NO TRANFILE."
           MOVE WS-RUN-CYCLE TO SRCA-CYCLE
           MOVE WS-STEP-ID TO SRCA-STEP-ID
           MOVE WS-DETAIL-COUNT TO SRCA-SUBMETIDAS
           COMPUTE SRCA-ACEITAS = WS-FEED-COUNT - WS-LIBERADA-COUNT
           MOVE WS-REJECT-COUNT TO SRCA-REJEITADAS
           MOVE WS-NAO-AUTORIZADA-COUNT TO SRCA-RECUSADAS
           WRITE SRCACCT-RECORD

       2260-GRAVAR-ID-PENDENTE.
           ADD 1 TO WS-ID-IDX
           IF WS-MODO-SIMULACAO
               MOVE WS-ID-PENDENTE(WS-ID-IDX) TO SREG-TRAN-ID
               WRITE SIM-REG-RECORD
               IF WS-SIM-REG-STATUS NOT = "00"
                   AND WS-SIM-REG-STATUS NOT = "22"
                   DISPLAY "ERRO AO GRAVAR SIMREG: " WS-SIM-REG-STATUS
                   STOP RUN
               END-IF
           ELSE
               MOVE SPACES TO REGISTER-RECORD
               MOVE WS-ID-PENDENTE(WS-ID-IDX) TO REG-TRAN-ID
               MOVE WS-RUN-DATE TO REG-RUN-DATE
               MOVE WS-RUN-CYCLE TO REG-CYCLE
               WRITE REGISTER-RECORD
               IF WS-REGISTER-STATUS NOT = "00"
                   AND WS-REGISTER-STATUS NOT = "22"
                   DISPLAY "ERRO AO GRAVAR IDREG: " WS-REGISTER-STATUS
                   STOP RUN
               END-IF
           END-IF.

       2200-WRITE-CHECKPOINT.
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

       2900-REGISTRAR-SIMULACAO.
           MOVE WS-RUN-CYCLE TO WS-CYCLE
           MOVE WS-CALC-TRANSACTION TO SIM-RESULT-RECORD
           WRITE SIM-RESULT-RECORD
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-ABSOLUTE-COUNT
           EVALUATE TRUE
               WHEN WS-STATUS-OK
                   MOVE "ACEITA" TO WS-SIM-CLASSE
                   MOVE "IRIA PARA O GLFEED" TO WS-SIM-DESCRICAO
                   ADD 1 TO WS-SIM-ACEITA-COUNT
                   ADD 1 TO WS-FEED-COUNT
                   ADD WS-RS TO WS-FEED-HASH-RS
                   PERFORM 2310-REGISTRAR-ID-PENDENTE
               WHEN WS-STATUS-ESTORNO
                   MOVE "ESTORNO ACEITO" TO WS-SIM-CLASSE
                   MOVE "IRIA PARA O GLFEED E ESTORNARIA O ORIGINAL"
                       TO WS-SIM-DESCRICAO
                   ADD 1 TO WS-ESTORNO-COUNT
                   ADD 1 TO WS-FEED-COUNT
                   ADD WS-RS TO WS-FEED-HASH-RS
                   PERFORM 2310-REGISTRAR-ID-PENDENTE
                   PERFORM 2920-REGISTRAR-ESTORNO-SIMUL
               WHEN WS-STATUS-PENDENTE
                   MOVE "RETIDA" TO WS-SIM-CLASSE
                   MOVE "ACIMA DO LIMITE DO APRPARM - IRIA AO PENDAPR"
                       TO WS-SIM-DESCRICAO
                   ADD 1 TO WS-RETIDA-COUNT
                   PERFORM 2310-REGISTRAR-ID-PENDENTE
               WHEN WS-STATUS-NAO-AUTORIZADA
                   MOVE "RECUSADA" TO WS-SIM-CLASSE
                   ADD 1 TO WS-NAO-AUTORIZADA-COUNT
                   PERFORM 2910-DESCREVER-MOTIVO
               WHEN OTHER
                   MOVE "REJEITADA" TO WS-SIM-CLASSE
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM 2910-DESCREVER-MOTIVO
           END-EVALUATE
           MOVE WS-N1 TO WS-SIM-EDIT-N1
           MOVE WS-N2 TO WS-SIM-EDIT-N2
           MOVE WS-RS TO WS-SIM-EDIT-RS
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-ABSOLUTE-COUNT " " WS-TRAN-ID " " WS-OPERACAO
               " " WS-SIM-EDIT-N1 " " WS-SIM-EDIT-N2
               " " WS-SIM-EDIT-RS " " WS-SIM-CLASSE
               " " WS-SIM-DESCRICAO
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 2990-GRAVAR-LINHA-SIMULACAO
           IF FUNCTION MOD(WS-ABSOLUTE-COUNT WS-CHECKPOINT-INTERVAL) = 0
               PERFORM 2250-GRAVAR-REGISTRO-IDS
           END-IF.

       2910-DESCREVER-MOTIVO.
           ADD 1 TO WS-SIM-SUSPENSA-COUNT
           EVALUATE WS-MOTIVO-REJEICAO
               WHEN "NN"
                   MOVE "VALOR NAO NUMERICO" TO WS-SIM-MOTIVO-TEXTO
               WHEN "OI"
                   MOVE "OPERACAO INVALIDA" TO WS-SIM-MOTIVO-TEXTO
               WHEN "DZ"
                   MOVE "DIVISAO POR ZERO" TO WS-SIM-MOTIVO-TEXTO
               WHEN "NA"
                   MOVE "OPERADOR NAO AUTORIZADO"
                       TO WS-SIM-MOTIVO-TEXTO
               WHEN "ID"
                   MOVE "SEM IDENTIFICADOR DE TRANSACAO"
                       TO WS-SIM-MOTIVO-TEXTO
               WHEN "DP"
                   MOVE "TRANSACAO JA PROCESSADA"
                       TO WS-SIM-MOTIVO-TEXTO
               WHEN "RF"
                   MOVE "REFERENCIA NAO RESOLVIDA"
                       TO WS-SIM-MOTIVO-TEXTO
               WHEN "ES"
                   MOVE "ORIGINAL DO ESTORNO INVALIDO"
                       TO WS-SIM-MOTIVO-TEXTO
               WHEN "CT"
                   MOVE "CONTA INEXISTENTE/BLOQUEADA/ENCERRADA"
                       TO WS-SIM-MOTIVO-TEXTO
               WHEN "PF"
                   MOVE "REF. OU ESTORNO EM PERIODO FECHADO"
                       TO WS-SIM-MOTIVO-TEXTO
               WHEN OTHER
                   MOVE SPACES TO WS-SIM-MOTIVO-TEXTO
           END-EVALUATE
           MOVE SPACES TO WS-SIM-DESCRICAO
           STRING "SUSPENSA " WS-MOTIVO-REJEICAO " - "
               WS-SIM-MOTIVO-TEXTO
               DELIMITED BY SIZE INTO WS-SIM-DESCRICAO.

       2920-REGISTRAR-ESTORNO-SIMUL.
           IF WS-EST-SIMUL-COUNT >= WS-EST-SIMUL-MAX
               DISPLAY "ERRO: MAIS DE " WS-EST-SIMUL-MAX " ESTORNOS "
                   "NA SIMULACAO - AUMENTE A TABELA."
               PERFORM 9000-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-EST-RUN-DATE TO WS-ESC-RUN-DATE
           MOVE WS-EST-CYCLE TO WS-ESC-CYCLE
           MOVE WS-EST-TRAN-ID TO WS-ESC-TRAN-ID
           ADD 1 TO WS-EST-SIMUL-COUNT
           MOVE WS-EST-SIMUL-CHAVE
               TO WS-EST-SIMULADO(WS-EST-SIMUL-COUNT).

       2950-CONCLUIR-SIMULACAO.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 2990-GRAVAR-LINHA-SIMULACAO
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REGISTROS SIMULADOS: " WS-RECORD-COUNT
               "  NO TRAILER: " WS-TRAILER-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 2990-GRAVAR-LINHA-SIMULACAO
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACEITAS: " WS-SIM-ACEITA-COUNT
               "  ESTORNOS ACEITOS: " WS-ESTORNO-COUNT
               "  RETIDAS PARA APROVACAO: " WS-RETIDA-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 2990-GRAVAR-LINHA-SIMULACAO
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REJEITADAS: " WS-REJECT-COUNT
               "  RECUSADAS (AUTORIZACAO): " WS-NAO-AUTORIZADA-COUNT
               "  SUSPENSAS: " WS-SIM-SUSPENSA-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 2990-GRAVAR-LINHA-SIMULACAO
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DUPLICADAS: " WS-DUPLICADA-COUNT
               "  CONTAS INVALIDAS: " WS-CONTA-INVALIDA-COUNT
               "  PERIODO FECHADO: " WS-PERIODO-FECHADO-COUNT
               "  REFERENCIAS RESOLVIDAS: " WS-REF-RESOLVIDA-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 2990-GRAVAR-LINHA-SIMULACAO
           MOVE WS-FEED-HASH-RS TO WS-SIM-EDIT-HASH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "GLFEED SERIA: " WS-FEED-COUNT " REGISTROS, HASH RS "
               WS-SIM-EDIT-HASH
               " (FORA AS APROVADAS A LIBERAR DO PENDAPR)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 2990-GRAVAR-LINHA-SIMULACAO
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-SIM-ARQUIVO-RECUSADO
               STRING "RESULTADO: A EXECUCAO REAL SERIA RECUSADA - "
                   "VER MOTIVO NO INICIO DO RELATORIO."
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE "RESULTADO: ARQUIVO ACEITO PARA A EXECUCAO REAL."
                   TO WS-REPORT-LINE
           END-IF
           PERFORM 2990-GRAVAR-LINHA-SIMULACAO
           PERFORM 9000-CLOSE-FILES
           DISPLAY "PG06CALCB - SIMULACAO CONCLUIDA - VER SIMRPT."
           IF WS-SIM-ARQUIVO-RECUSADO
               DISPLAY "PG06CALCB - A EXECUCAO REAL SERIA RECUSADA: "
                   WS-SIM-MOTIVO-ARQUIVO
           END-IF
           DISPLAY "PG06CALCB - REGISTROS SIMULADOS: "
               WS-RECORD-COUNT
           DISPLAY "PG06CALCB - SERIAM ACEITAS: "
               WS-SIM-ACEITA-COUNT
           DISPLAY "PG06CALCB - SERIAM ESTORNOS LANCADOS: "
               WS-ESTORNO-COUNT
           DISPLAY "PG06CALCB - SERIAM RETIDAS PARA APROVACAO: "
               WS-RETIDA-COUNT
           DISPLAY "PG06CALCB - SERIAM REJEITADAS: "
               WS-REJECT-COUNT
           DISPLAY "PG06CALCB - SERIAM RECUSADAS (AUTORIZACAO): "
               WS-NAO-AUTORIZADA-COUNT.

       2990-GRAVAR-LINHA-SIMULACAO.
           MOVE WS-REPORT-LINE TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE.

       8000-CONCLUIR-RUNCTL.
           MOVE "C" TO RCTL-STATUS
           MOVE FUNCTION CURRENT-DATE TO RCTL-FIM

       9000-CLOSE-FILES.
           CLOSE TRAN-FILE
           IF WS-MODO-SIMULACAO
               CLOSE SIM-RESULT-FILE
               CLOSE SIM-REPORT-FILE
               CLOSE SIM-REG-FILE
               IF WS-REG-DISPONIVEL
                   CLOSE REGISTER-FILE
               END-IF
           ELSE
               CLOSE RESULT-FILE
               CLOSE INTERFACE-FILE
               CLOSE AUDIT-FILE
               CLOSE SUSPENSE-FILE
               CLOSE REGISTER-FILE
               CLOSE PENDAPR-FILE
           END-IF
           IF WS-HIST-DISPONIVEL
               CLOSE HISTORY-FILE
           END-IF
           IF WS-ACCT-DISPONIVEL
               CLOSE ACCT-FILE
           END-IF
           IF WS-PER-DISPONIVEL
               CLOSE PERIODO-FILE
           END-IF.
       END PROGRAM PG06CALCB.
