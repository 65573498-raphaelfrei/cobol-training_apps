           88  SICHG-ACAO-ALTERACAO          VALUE "A".
           88  SICHG-ACAO-EXPIRACAO          VALUE "E".
       05  FILLER                    PIC X(01).
       05  SICHG-IMAGEM-ANTES        PIC X(41).
       05  FILLER                    PIC X(01).
       05  SICHG-IMAGEM-DEPOIS       PIC X(41).
