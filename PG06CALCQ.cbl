      *                screen takes the cycle alongside the date and
      *                id so a midday calculation is found under its
      *                own cycle.
      *   15/10/2026 - Say so when the calculation shown was reversed
      *                ("X", with the reversing transaction id) or is
      *                itself a reversal entry ("E").
      *   15/10/2026 - Say so when the calculation shown was held for
      *                dual-control approval ("P"); once released it
      *                is found again under the run that released it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG06CALCQ.
                       WHEN HIST-STATUS-NAO-AUTORIZADA
                           MOVE "TRANSACAO RECUSADA - NAO AUTORIZADA."
                               TO WS-MENSAGEM
                       WHEN HIST-STATUS-ESTORNADA
                           MOVE SPACES TO WS-MENSAGEM
                           STRING "ESTORNADA PELA TRANSACAO "
                               HIST-ESTORNO-TRAN-ID "."
                               DELIMITED BY SIZE INTO WS-MENSAGEM
                       WHEN HIST-STATUS-ESTORNO
                           MOVE "LANCAMENTO DE ESTORNO (RS NEGADO)."
                               TO WS-MENSAGEM
                       WHEN HIST-STATUS-PENDENTE
                           MOVE "RETIDA PARA APROVACAO (PENDAPR)."
                               TO WS-MENSAGEM
                       WHEN OTHER
                           MOVE "CONSULTA REALIZADA COM SUCESSO."
                               TO WS-MENSAGEM
