      *          from saved flat files. The transaction id is the
      *          business transaction id carried end to end on the
      *          result record (CALCREC's CALC-TRAN-ID).
      *          HIST-STATUS "E" is a reversal entry (REVREC) posted
      *          with the original's result negated; "X" is an
      *          accepted calculation since backed out by a reversal,
      *          whose transaction id PG06CALCB records in
      *          HIST-ESTORNO-TRAN-ID (spaces on every other record),
      *          so an original can never be reversed twice.
      *          HIST-STATUS "P" is a calculation held for dual-control
      *          approval (CALCREC's "P"); once approved it is posted
      *          again, as "O", under the run date and cycle of the
      *          run that released it, and the "P" record stays as
      *          the trace of the hold.
      *          HIST-CONTA is the account the calculation belongs to
      *          (CALCREC's CALC-CONTA; spaces for none), which the
      *          posting step PG06CALCK applies accepted results to.
      *          COPY HISTREC REPLACING, with one ==HIST-xxx== BY
      *          ==yyy-xxx== pair per identifier below, to retarget
      *          the generated field names to a program's own prefix.
           88  HIST-STATUS-OK                VALUE "O".
           88  HIST-STATUS-REJEITADA         VALUE "R".
           88  HIST-STATUS-NAO-AUTORIZADA    VALUE "N".
           88  HIST-STATUS-ESTORNO           VALUE "E".
           88  HIST-STATUS-ESTORNADA         VALUE "X".
           88  HIST-STATUS-PENDENTE          VALUE "P".
       05  HIST-ESTORNO-TRAN-ID      PIC X(12).
       05  HIST-CONTA                PIC X(10).
