      *                registration is keyed by run date plus cycle
      *                (CALCCYCLE environment variable, 01 when
      *                unset).
      *   15/10/2026 - A reversal result ("E") has a ledger feed
      *                record on its partition just as an accepted
      *                one does, so it is matched to the next feed
      *                record of the partition and merged with it.
      *   15/10/2026 - Partition result records widened for the account
      *                number (CALC-CONTA) now carried on CALCREC.
      *   15/10/2026 - PG06CALCV now routes every reversal to partition
      *                01 outside the rotation, so on a night with
      *                reversals the merged files follow the partitions'
      *                rotation rather than the exact input order. Every
      *                result is still merged with its own partition's
      *                feed record and counted against that partition's
      *                trailer; nothing downstream depends on the order.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG06CALCM.
       FILE SECTION.
       FD  RESP1-FILE
           RECORDING MODE IS F.
       01  RESP1-RECORD            PIC X(61).

       FD  RESP2-FILE
           RECORDING MODE IS F.
       01  RESP2-RECORD            PIC X(61).

       FD  RESP3-FILE
           RECORDING MODE IS F.
       01  RESP3-RECORD            PIC X(61).

       FD  RESP4-FILE
           RECORDING MODE IS F.
       01  RESP4-RECORD            PIC X(61).

       FD  GLFP1-FILE
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

       FD  INTERFACE-FILE
               ==GCTL-SOURCE-SYSTEM==      BY ==FCTL-SOURCE-SYSTEM==
               ==GCTL-RUN-DATE==           BY ==FCTL-RUN-DATE==
               ==GCTL-CYCLE==              BY ==FCTL-CYCLE==
               ==GCTL-REENVIO==            BY ==FCTL-REENVIO==
               ==GCTL-RETRANSMISSAO==      BY ==FCTL-RETRANSMISSAO==
               ==GCTL-REENVIO-EM==         BY ==FCTL-REENVIO-EM==
               ==GCTL-TRAILER-DATA==       BY ==FCTL-TRAILER-DATA==
               ==GCTL-REC-COUNT==          BY ==FCTL-REC-COUNT==
               ==GCTL-HASH-RS==            BY ==FCTL-HASH-RS==.
               IF WS-REGISTRO-LIDO
                   ADD 1 TO WS-MERGE-COUNT
                   WRITE RESULT-OUTPUT-RECORD
                   IF RESULT-STATUS-OK OR RESULT-STATUS-ESTORNO
                       PERFORM 2200-COPIAR-FEED
                   END-IF
               ELSE
