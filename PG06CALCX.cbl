      *                the raw image onto the corrected resubmission
      *                (the generator restamps it with the cycle of
      *                the run that carries the resubmission anyway).
      *   15/10/2026 - Name the new suspense reason "ES" (reversal
      *                whose original is missing from CALCHIST, was
      *                not accepted, or was already reversed) when
      *                showing a suspended record.
      *   15/10/2026 - Name the new suspense reason "AD" (calculation
      *                held for dual-control approval and declined on
      *                PG06CALCP) when showing a suspended record.
      *   15/10/2026 - Show the account number now carried on the raw
      *                image (CALC-CONTA) and name the new suspense
      *                reason "CT" (account unknown, blocked, or closed
      *                on ACCTMAST); a correction may key a new account,
      *                or keep the raw image's with a blank entry.
      *                Records widened for the account.
      *   15/10/2026 - Name the new suspense reason "PF" (chained
      *                reference or reversal into a month closed on
      *                PERCTL); once the month is reopened on PG06CALCW
      *                the operator resubmits the record unchanged with
      *                the new action "R". The audit status "F" is
      *                carried in the copied record layouts.
      *   15/10/2026 - A suspended reversal (REVREC layout, "E" in byte
      *                1) is shown by its original's run date, cycle
      *                and transaction id and its own transaction id,
      *                and is never rebuilt as a plain calculation: the
      *                operator either resubmits it unchanged ("R") or
      *                corrects ("C") only the original's run date,
      *                cycle and id, keeping the reversal's own id and
      *                cycle, so it still backs out the original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG06CALCX.
                                       BY ==RESUB-STATUS-REJEITADA==
               ==CALC-STATUS-NAO-AUTORIZADA==
                                      BY ==RESUB-STATUS-NAO-AUTORIZADA==
               ==CALC-STATUS-ESTORNO==     BY ==RESUB-STATUS-ESTORNO==
               ==CALC-STATUS-PENDENTE==    BY ==RESUB-STATUS-PENDENTE==
               ==CALC-STATUS-APROVADA==    BY ==RESUB-STATUS-APROVADA==
               ==CALC-STATUS-DECLINADA==   BY ==RESUB-STATUS-DECLINADA==
               ==CALC-STATUS-PERIODO==     BY ==RESUB-STATUS-PERIODO==
               ==CALC-STATUS-REENVIO==     BY ==RESUB-STATUS-REENVIO==
               ==CALC-TRAN-ID==            BY ==RESUB-TRAN-ID==
               ==CALC-CYCLE==              BY ==RESUB-CYCLE==
               ==CALC-CONTA==              BY ==RESUB-CONTA==
               ==CALC-STATUS==             BY ==RESUB-STATUS==.

       FD  SUSPNEW-FILE
                                       BY ==SNEW-MOTIVO-DUPLICADA==
               ==SUSP-MOTIVO-REF-NAO-RESOLVIDA==
                                   BY ==SNEW-MOTIVO-REF-NAO-RESOLVIDA==
               ==SUSP-MOTIVO-ESTORNO-INVALIDO==
                                   BY ==SNEW-MOTIVO-ESTORNO-INVALIDO==
               ==SUSP-MOTIVO-APROVACAO-NEGADA==
                                    BY ==SNEW-MOTIVO-APROVACAO-NEGADA==
               ==SUSP-MOTIVO-CONTA-INVALIDA==
                                     BY ==SNEW-MOTIVO-CONTA-INVALIDA==
               ==SUSP-MOTIVO-PERIODO-FECHADO==
                                    BY ==SNEW-MOTIVO-PERIODO-FECHADO==
               ==SUSP-MOTIVO==             BY ==SNEW-MOTIVO==
               ==SUSP-RUN-DATE==           BY ==SNEW-RUN-DATE==
               ==SUSP-TRAN-RAW==           BY ==SNEW-TRAN-RAW==.
                                       BY ==RAW-STATUS-REJEITADA==
               ==CALC-STATUS-NAO-AUTORIZADA==
                                        BY ==RAW-STATUS-NAO-AUTORIZADA==
               ==CALC-STATUS-ESTORNO==     BY ==RAW-STATUS-ESTORNO==
               ==CALC-STATUS-PENDENTE==    BY ==RAW-STATUS-PENDENTE==
               ==CALC-STATUS-APROVADA==    BY ==RAW-STATUS-APROVADA==
               ==CALC-STATUS-DECLINADA==   BY ==RAW-STATUS-DECLINADA==
               ==CALC-STATUS-PERIODO==     BY ==RAW-STATUS-PERIODO==
               ==CALC-STATUS-REENVIO==     BY ==RAW-STATUS-REENVIO==
               ==CALC-TRAN-ID==            BY ==RAW-TRAN-ID==
               ==CALC-CYCLE==              BY ==RAW-CYCLE==
               ==CALC-CONTA==              BY ==RAW-CONTA==
               ==CALC-STATUS==             BY ==RAW-STATUS==.
       01  WS-RAW-ESTORNO REDEFINES WS-RAW-TRANSACTION.
           COPY REVREC REPLACING
               ==REV-RECORD-TYPE==         BY ==RRV-RECORD-TYPE==
               ==REV-TIPO-ESTORNO==        BY ==RRV-TIPO-ESTORNO==
               ==REV-ORIG-RUN-DATE==       BY ==RRV-ORIG-RUN-DATE==
               ==REV-ORIG-CYCLE==          BY ==RRV-ORIG-CYCLE==
               ==REV-ORIG-TRAN-ID==        BY ==RRV-ORIG-TRAN-ID==
               ==REV-TRAN-ID==             BY ==RRV-TRAN-ID==
               ==REV-CYCLE==               BY ==RRV-CYCLE==.
       77  WS-SUSPENSE-STATUS   PIC X(02) VALUE SPACES.
       77  WS-RESUBMIT-STATUS   PIC X(02) VALUE SPACES.
       77  WS-SUSPNEW-STATUS    PIC X(02) VALUE SPACES.
       77  WS-EOF-SWITCH        PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       77  WS-ACAO              PIC X(01) VALUE SPACE.
           88  WS-ACAO-VALIDA           VALUES "C" "M" "D" "R".
           88  WS-ACAO-CORRIGIR         VALUE "C".
           88  WS-ACAO-RESSUBMETER      VALUE "R".
           88  WS-ACAO-MANTER           VALUE "M".
           88  WS-ACAO-DESCARTAR        VALUE "D".
       77  WS-OPERACAO-NOVA     PIC X(01) VALUE SPACE.
           88  WS-OPERACAO-NOVA-VALIDA  VALUES "A" "S" "M" "D".
       77  WS-ENTRADA           PIC X(08) VALUE SPACES.
       77  WS-CONTA-NOVA        PIC X(10) VALUE SPACES.
       77  WS-DATA-NOVA         PIC X(08) VALUE SPACES.
       77  WS-CICLO-NOVO        PIC X(02) VALUE SPACES.
       77  WS-ID-NOVO           PIC X(12) VALUE SPACES.
       77  WS-RESSUB-SWITCH     PIC X(01) VALUE "N".
           88  WS-RESSUB-PERMITIDA      VALUE "Y".
       77  WS-ENTRADA-TRIM      PIC X(08) VALUE SPACES.
       77  WS-ENTRADA-SINAL     PIC X(01) VALUE SPACES.
       77  WS-ENTRADA-DIGITS    PIC X(07) VALUE SPACES.
               WHEN SUSP-MOTIVO-REF-NAO-RESOLVIDA
                   DISPLAY "  (REFERENCIA A RESULTADO ANTERIOR NAO "
                       "RESOLVIDA)"
               WHEN SUSP-MOTIVO-ESTORNO-INVALIDO
                   DISPLAY "  (ESTORNO DE ORIGINAL INEXISTENTE, NAO "
                       "ACEITO OU JA ESTORNADO)"
               WHEN SUSP-MOTIVO-APROVACAO-NEGADA
                   DISPLAY "  (CALCULO ACIMA DO LIMITE DECLINADO NA "
                       "APROVACAO)"
               WHEN SUSP-MOTIVO-CONTA-INVALIDA
                   DISPLAY "  (CONTA INEXISTENTE, BLOQUEADA OU "
                       "ENCERRADA)"
               WHEN SUSP-MOTIVO-PERIODO-FECHADO
                   DISPLAY "  (REFERENCIA OU ESTORNO EM PERIODO "
                       "FECHADO - REABRA NO PG06CALCW ANTES)"
           END-EVALUATE
           DISPLAY "  IMAGEM ORIGINAL: [" SUSP-TRAN-RAW "]"
           IF RRV-TIPO-ESTORNO
               DISPLAY "  ESTORNO DO ORIGINAL: DATA [" RRV-ORIG-RUN-DATE
                   "]  CICLO [" RRV-ORIG-CYCLE "]  ID ["
                   RRV-ORIG-TRAN-ID "]"
               DISPLAY "  ID DO ESTORNO: [" RRV-TRAN-ID "]"
           ELSE
               DISPLAY "  OPERACAO: [" RAW-OPERACAO "]  N1: [" RAW-N1
                   "]  N2: [" RAW-N2 "]  ID: [" RAW-TRAN-ID "]"
               DISPLAY "  CONTA: [" RAW-CONTA "]"
           END-IF

           MOVE "N" TO WS-RESSUB-SWITCH
           IF RRV-TIPO-ESTORNO OR SUSP-MOTIVO-PERIODO-FECHADO
               SET WS-RESSUB-PERMITIDA TO TRUE
           END-IF
           MOVE SPACE TO WS-ACAO
           PERFORM UNTIL WS-ACAO-VALIDA
               IF WS-RESSUB-PERMITIDA
                   DISPLAY "ACAO (C-CORRIGIR, R-RESSUBMETER SEM "
                       "ALTERACAO, M-MANTER SUSPENSO, D-DESCARTAR): "
               ELSE
                   DISPLAY "ACAO (C-CORRIGIR, M-MANTER SUSPENSO, "
                       "D-DESCARTAR): "
               END-IF
               ACCEPT WS-ACAO
               IF WS-ACAO-RESSUBMETER AND NOT WS-RESSUB-PERMITIDA
                   MOVE SPACE TO WS-ACAO
               END-IF
               IF NOT WS-ACAO-VALIDA
                   DISPLAY "ERRO: ACAO INVALIDA. DIGITE NOVAMENTE."
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-ACAO-CORRIGIR AND RRV-TIPO-ESTORNO
                   PERFORM 2150-CORRIGIR-ESTORNO
               WHEN WS-ACAO-CORRIGIR
                   PERFORM 2100-CORRIGIR-SUSPENSO
               WHEN WS-ACAO-RESSUBMETER
                   PERFORM 2300-RESSUBMETER-IMAGEM
               WHEN WS-ACAO-MANTER
                   PERFORM 2200-MANTER-SUSPENSO
               WHEN WS-ACAO-DESCARTAR
           END-PERFORM
           MOVE WS-ENTRADA TO RESUB-N2

           MOVE SPACES TO WS-CONTA-NOVA
           DISPLAY "INSIRA A CONTA (BRANCO = MANTER [" RAW-CONTA
               "]): "
           ACCEPT WS-CONTA-NOVA
           IF WS-CONTA-NOVA = SPACES
               MOVE RAW-CONTA TO RESUB-CONTA
           ELSE
               MOVE WS-CONTA-NOVA TO RESUB-CONTA
           END-IF

           MOVE ZEROS TO RESUB-RS
           MOVE SPACE TO RESUB-STATUS
           MOVE RAW-TRAN-ID TO RESUB-TRAN-ID
           ADD 1 TO WS-CORRIGIDO-COUNT
           DISPLAY "REGISTRO CORRIGIDO GRAVADO PARA RESSUBMISSAO.".

       2150-CORRIGIR-ESTORNO.
           MOVE "N" TO WS-VALIDA-OK
           PERFORM UNTIL WS-ENTRADA-VALIDA
               MOVE SPACES TO WS-DATA-NOVA
               DISPLAY "INSIRA A DATA DO ORIGINAL AAAAMMDD (BRANCO = "
                   "MANTER [" RRV-ORIG-RUN-DATE "]): "
               ACCEPT WS-DATA-NOVA
               IF WS-DATA-NOVA = SPACES
                   MOVE "Y" TO WS-VALIDA-OK
               ELSE
                   IF WS-DATA-NOVA IS NUMERIC
                       MOVE WS-DATA-NOVA TO RRV-ORIG-RUN-DATE
                       MOVE "Y" TO WS-VALIDA-OK
                   ELSE
                       DISPLAY "ERRO: DATA INVALIDA. DIGITE NOVAMENTE."
                   END-IF
               END-IF
           END-PERFORM

           MOVE "N" TO WS-VALIDA-OK
           PERFORM UNTIL WS-ENTRADA-VALIDA
               MOVE SPACES TO WS-CICLO-NOVO
               DISPLAY "INSIRA O CICLO DO ORIGINAL (BRANCO = MANTER ["
                   RRV-ORIG-CYCLE "]): "
               ACCEPT WS-CICLO-NOVO
               IF WS-CICLO-NOVO = SPACES
                   MOVE "Y" TO WS-VALIDA-OK
               ELSE
                   IF WS-CICLO-NOVO IS NUMERIC
                       MOVE WS-CICLO-NOVO TO RRV-ORIG-CYCLE
                       MOVE "Y" TO WS-VALIDA-OK
                   ELSE
                       DISPLAY "ERRO: CICLO INVALIDO. DIGITE NOVAMENTE."
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-ID-NOVO
           DISPLAY "INSIRA O ID DO ORIGINAL (BRANCO = MANTER ["
               RRV-ORIG-TRAN-ID "]): "
           ACCEPT WS-ID-NOVO
           IF WS-ID-NOVO NOT = SPACES
               MOVE WS-ID-NOVO TO RRV-ORIG-TRAN-ID
           END-IF

           MOVE WS-RAW-TRANSACTION TO RESUBMIT-RECORD
           WRITE RESUBMIT-RECORD
           ADD 1 TO WS-CORRIGIDO-COUNT
           DISPLAY "ESTORNO CORRIGIDO GRAVADO PARA RESSUBMISSAO.".

       2200-MANTER-SUSPENSO.
           MOVE SPACES TO SUSPNEW-RECORD
           MOVE SUSP-MOTIVO TO SNEW-MOTIVO
           WRITE SUSPNEW-RECORD
           ADD 1 TO WS-MANTIDO-COUNT.

       2300-RESSUBMETER-IMAGEM.
           MOVE SUSP-TRAN-RAW TO RESUBMIT-RECORD
           WRITE RESUBMIT-RECORD
           ADD 1 TO WS-CORRIGIDO-COUNT
           DISPLAY "IMAGEM ORIGINAL GRAVADA PARA RESSUBMISSAO.".

       3000-VALIDAR-ENTRADA.
           MOVE FUNCTION TRIM(WS-ENTRADA) TO WS-ENTRADA-TRIM
           IF WS-ENTRADA-TRIM = SPACES
