      *                now hold (CALCREC's CALC-CYCLE) into the
      *                extract as a trailing CICLO column; records
      *                widened for the cycle.
      *   15/10/2026 - Audit record widened for the account number
      *                (CALC-CONTA) now carried on CALCREC and on the
      *                raw transaction image.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG06CALCE.
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

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
