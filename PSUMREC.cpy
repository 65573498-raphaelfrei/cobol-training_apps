      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Period-end ledger summary detail record layout - one
      *          record per operation code and processing cycle of a
      *          closed month, written by the month-end close job
      *          PG06CALCC to PERSUMM between a header and a trailer
      *          record in the GLCTL layout, exactly as the ledger
      *          feed is framed: the header carries the originating
      *          system, the last day of the month, and cycle spaces
      *          (the summary spans every cycle); the trailer carries
      *          the detail record count and the hash total of
      *          PSUM-RS. PSUM-OK-COUNT counts the month's accepted
      *          calculations (CALCHIST "O", and "X" for one since
      *          reversed), PSUM-EST-COUNT its reversal entries ("E"),
      *          and PSUM-RS is the sum of HIST-RS over both, so the
      *          reversals net out as they do on the ledger. The
      *          record is padded to IFACEREC's 57 bytes so control
      *          and detail records share one fixed record length,
      *          and its first byte is the period's first digit, so
      *          the header and trailer are told apart by position as
      *          in GLFEED.
      *          COPY PSUMREC REPLACING, with one ==PSUM-xxx== BY
      *          ==yyy-xxx== pair per identifier below, to retarget
      *          the generated field names to a program's own prefix.
      ******************************************************************
       05  PSUM-PERIODO              PIC X(06).
       05  PSUM-OPERACAO             PIC X(01).
       05  PSUM-CYCLE                PIC X(02).
       05  PSUM-OK-COUNT             PIC 9(08).
       05  PSUM-EST-COUNT            PIC 9(08).
       05  PSUM-RS                   PIC S9(16)V9(04)
                                      SIGN IS TRAILING SEPARATE.
       05  FILLER                    PIC X(11).
