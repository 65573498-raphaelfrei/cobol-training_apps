      *          carries the processing cycle within the business day
      *          (GCTL-CYCLE), so the ledger can tell the overnight
      *          feed from a midday one.
      *          GCTL-REENVIO is spaces on a feed cut by the nightly
      *          run; "R" marks a past run's feed rebuilt from the
      *          calculation history master CALCHIST by the recovery
      *          job PG06CALCZ and sent again, with the date it was
      *          rebuilt in GCTL-REENVIO-EM, while GCTL-RUN-DATE and
      *          GCTL-CYCLE stay those of the original run - so the
      *          ledger takes it as a retransmission of a feed it
      *          already has, never as a new day's posting.
      *          Unlike TRANCTL, a feed detail record's first byte is
      *          the first character of its transaction id, which is
      *          not guaranteed to avoid "H"/"T" - so readers must not
           10  GCTL-SOURCE-SYSTEM    PIC X(08).
           10  GCTL-RUN-DATE         PIC X(08).
           10  GCTL-CYCLE            PIC X(02).
           10  GCTL-REENVIO          PIC X(01).
               88  GCTL-RETRANSMISSAO        VALUE "R".
           10  GCTL-REENVIO-EM       PIC X(08).
           10  FILLER                PIC X(29).
       05  GCTL-TRAILER-DATA REDEFINES GCTL-DATA.
           10  GCTL-REC-COUNT        PIC 9(08).
           10  GCTL-HASH-RS          PIC S9(16)V9(04)
