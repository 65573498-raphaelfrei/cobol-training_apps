      *          transaction id read, and the next page STARTs past
      *          them, so a detail lookup in between never loses the
      *          place. Runs in the line-mode console style of
      *          PG06CALCX. The status filter and the detail display
      *          cover reversal entries ("E") and reversed
      *          calculations ("X", shown with the reversing
      *          transaction id), and calculations held for
      *          dual-control approval ("P"). The detail display
      *          shows the account the calculation belongs to
      *          (HIST-CONTA, blank for none).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG06CALCL.
                                   VALUES "A" "S" "M" "D" " ".
       77  WS-FILTRO-STATUS        PIC X(01) VALUE SPACE.
           88  WS-FILTRO-STATUS-VALIDO
                                   VALUES "O" "R" "N" "E" "X" "P"
                                          " ".
       77  WS-VALOR-ENTRADA        PIC X(16) VALUE SPACES.
       77  WS-VALOR-TRIM           PIC X(16) VALUE SPACES.
       77  WS-VALOR-SINAL          PIC X(01) VALUE SPACE.

           MOVE SPACE TO WS-FILTRO-STATUS
           PERFORM UNTIL WS-FILTRO-STATUS-VALIDO
               DISPLAY "FILTRO DE STATUS (O/R/N/E/X/P, BRANCO = "
                   "TODOS): "
               ACCEPT WS-FILTRO-STATUS
               IF NOT WS-FILTRO-STATUS-VALIDO
                   DISPLAY "ERRO: STATUS INVALIDO. DIGITE NOVAMENTE."
                   DISPLAY "PRIMEIRO NUMERO . . : " WS-EDIT-N1
                   DISPLAY "SEGUNDO NUMERO  . . : " WS-EDIT-N2
                   DISPLAY "RESULTADO . . . . . : " WS-EDIT-RS
                   DISPLAY "CONTA . . . . . . . : " HIST-CONTA
                   DISPLAY "STATUS  . . . . . . : " HIST-STATUS
                   EVALUATE TRUE
                       WHEN HIST-STATUS-REJEITADA
                       WHEN HIST-STATUS-NAO-AUTORIZADA
                           DISPLAY "TRANSACAO RECUSADA - NAO "
                               "AUTORIZADA."
                       WHEN HIST-STATUS-ESTORNADA
                           DISPLAY "TRANSACAO ESTORNADA PELA "
                               "TRANSACAO " HIST-ESTORNO-TRAN-ID "."
                       WHEN HIST-STATUS-ESTORNO
                           DISPLAY "LANCAMENTO DE ESTORNO - RESULTADO "
                               "DO ORIGINAL NEGADO."
                       WHEN HIST-STATUS-PENDENTE
                           DISPLAY "TRANSACAO RETIDA PARA APROVACAO "
                               "(PENDAPR)."
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
