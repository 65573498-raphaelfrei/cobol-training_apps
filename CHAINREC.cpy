      *          "R" is not an operation code and not TRANCTL's "H" or
      *          "T", so byte 1 still classifies every TRANFILE record
      *          unambiguously. The record is padded to CALCREC's
      *          length, and CHN-TRAN-ID, CHN-CYCLE, and CHN-CONTA sit
      *          at the same offsets as CALC-TRAN-ID, CALC-CYCLE, and
      *          CALC-CONTA so the id and cycle stamping in PG06CALCG
      *          and the account check in PG06CALCB work on plain and
      *          reference details alike. The reference carries the
      *          prior transaction's processing cycle (CHN-REF-CYCLE)
      *          as well, since the history master is keyed by run
       05  FILLER                    PIC X(04).
       05  CHN-TRAN-ID               PIC X(12).
       05  CHN-CYCLE                 PIC X(02).
       05  CHN-CONTA                 PIC X(10).
