      *          the same signed 7-digit edit as the console programs,
      *          the effective and expiry dates as real calendar
      *          dates with the effective date not after the expiry,
      *          the frequency and the roll rule for a due date that
      *          is not a business day (next, previous, skip, or none)
      *          against SIREC's own codes - so a fat-fingered
      *          SI-DATA-INICIO or an invalid SI-FREQUENCIA or
      *          SI-AJUSTE can no longer generate wrong transactions
      *          silently every day. The maintained
      *          master is written to SINEW, which operations moves
      *          over SIMASTER after the session (the SUSPNEW pattern
      *          of PG06CALCX), and every inclusion, amendment, and
               ==SI-FREQ-DIARIA==          BY ==SNEW-FREQ-DIARIA==
               ==SI-FREQ-SEMANAL==         BY ==SNEW-FREQ-SEMANAL==
               ==SI-FREQ-MENSAL==          BY ==SNEW-FREQ-MENSAL==
               ==SI-FREQUENCIA==           BY ==SNEW-FREQUENCIA==
               ==SI-AJUSTE-VALIDO==        BY ==SNEW-AJUSTE-VALIDO==
               ==SI-AJUSTE-NENHUM==        BY ==SNEW-AJUSTE-NENHUM==
               ==SI-AJUSTE-PROXIMO==       BY ==SNEW-AJUSTE-PROXIMO==
               ==SI-AJUSTE-ANTERIOR==      BY ==SNEW-AJUSTE-ANTERIOR==
               ==SI-AJUSTE-SALTAR==        BY ==SNEW-AJUSTE-SALTAR==
               ==SI-AJUSTE==               BY ==SNEW-AJUSTE==.

       FD  CHGLOG-FILE
           RECORDING MODE IS F.
       77  WS-FREQUENCIA-NOVA   PIC X(01) VALUE SPACE.
           88  WS-FREQUENCIA-NOVA-VALIDA
                                        VALUES "D" "S" "M".
       77  WS-AJUSTE-NOVO       PIC X(01) VALUE SPACE.
           88  WS-AJUSTE-NOVO-VALIDO    VALUES " " "P" "A" "S".
       77  WS-AJUSTE-OK         PIC X(01) VALUE "N".
           88  WS-AJUSTE-INFORMADO      VALUE "Y".
       77  WS-ENTRADA           PIC X(08) VALUE SPACES.
       77  WS-ENTRADA-TRIM      PIC X(08) VALUE SPACES.
       77  WS-ENTRADA-SINAL     PIC X(01) VALUE SPACES.
       77  WS-DATA-OK           PIC X(01) VALUE "N".
           88  WS-DATA-VALIDA           VALUE "Y".
       77  WS-DIAS-NO-MES       PIC 9(02) VALUE ZERO.
       77  WS-IMAGEM-ANTES      PIC X(41) VALUE SPACES.
       77  WS-IMAGEM-DEPOIS     PIC X(41) VALUE SPACES.
       77  WS-LIDO-COUNT        PIC 9(08) VALUE ZEROS.
       77  WS-MANTIDO-COUNT     PIC 9(08) VALUE ZEROS.
       77  WS-ALTERADO-COUNT    PIC 9(08) VALUE ZEROS.
               "]  N2: [" SI-N2 "]"
           DISPLAY "  VIGENCIA: [" SI-DATA-INICIO "] A ["
               SI-DATA-FIM "]  FREQUENCIA: [" SI-FREQUENCIA "]"
               "  AJUSTE: [" SI-AJUSTE "]"

           MOVE SPACE TO WS-ACAO
           PERFORM UNTIL WS-ACAO-VALIDA
                       "NOVAMENTE."
               END-IF
           END-PERFORM
           MOVE WS-FREQUENCIA-NOVA TO SNEW-FREQUENCIA

           MOVE "N" TO WS-AJUSTE-OK
           PERFORM UNTIL WS-AJUSTE-INFORMADO
               DISPLAY "INSIRA O AJUSTE EM DIA NAO UTIL (P-PROXIMO "
                   "DIA UTIL, A-DIA UTIL ANTERIOR, S-SALTAR, "
                   "BRANCO = SEM AJUSTE): "
               MOVE SPACE TO WS-AJUSTE-NOVO
               ACCEPT WS-AJUSTE-NOVO
               IF WS-AJUSTE-NOVO-VALIDO
                   SET WS-AJUSTE-INFORMADO TO TRUE
               ELSE
                   DISPLAY "ERRO: AJUSTE INVALIDO. DIGITE NOVAMENTE."
               END-IF
           END-PERFORM
           MOVE WS-AJUSTE-NOVO TO SNEW-AJUSTE.

       3000-VALIDAR-ENTRADA.
           MOVE FUNCTION TRIM(WS-ENTRADA) TO WS-ENTRADA-TRIM
