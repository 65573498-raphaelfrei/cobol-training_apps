      *          step started, when it ended, and whether it completed
      *          clean. Every program in the nightly chain (PG06CALCG,
      *          PG06CALCV, the PG06CALCB partitions, PG06CALCM,
      *          PG06CALCH, the account posting PG06CALCK,
      *          PG06CALCN, PG06CALCR) registers its start
      *          here, refuses to start while its predecessor's record
      *          is missing or not complete, and refuses a second
      *          same-date execution of a completed step unless the
      *          successors until the step is rerun clean.
      *          Step ids: CALCG, CALCV, CALCB-01 to CALCB-04 for the
      *          partitioned calculation instances (CALCB-00 for the
      *          single-stream path), CALCM, CALCH, CALCK, CALCN,
      *          CALCR.
      *          COPY RUNCTL REPLACING, with one ==RCTL-xxx== BY
      *          ==yyy-xxx== pair per identifier below, to retarget
      *          the generated field names to a program's own prefix.
