      *   03/09/2026 - Records widened for the processing cycle now
      *                carried on CALCREC and on the raw transaction
      *                image.
      *   15/10/2026 - Records widened for the account number (CALC-
      *                CONTA) now carried on CALCREC and on the raw
      *                transaction image.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG06CALCU.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-LOG-RECORD.
           05  AUDIT-CALC-IMAGE    PIC X(61).
           05  FILLER              PIC X(01).
           05  AUDIT-OPERADOR-ID   PIC X(08).
           05  FILLER              PIC X(01).
           05  AUDIT-TIMESTAMP     PIC X(21).
           05  AUDIT-RAW-TAIL      PIC X(62).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD          PIC X(154).

       FD  AUDNEW-FILE
           RECORDING MODE IS F.
       01  AUDNEW-RECORD           PIC X(154).

       WORKING-STORAGE SECTION.
       77  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.
