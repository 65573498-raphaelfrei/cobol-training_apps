      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Reversal detail record layout - the TRANFILE variant
      *          ("E" in byte 1) that backs out a calculation already
      *          posted to the ledger, named by the original's run
      *          date, processing cycle and transaction id on the
      *          calculation history master CALCHIST, instead of a
      *          hand-keyed negative entry at the ledger. PG06CALCB
      *          reads the original, and only an accepted ("O")
      *          original not already reversed may be reversed: the
      *          reversal takes the original's operation and operands,
      *          posts the negated result to the ledger feed under its
      *          own transaction id with status "E", and marks the
      *          original reversed ("X") on CALCHIST. A reversal whose
      *          original is missing, was never accepted, or was
      *          already reversed is suspended with reason "ES".
      *          "E" is not an operation code nor TRANCTL's "H"/"T" nor
      *          CHAINREC's "R", so byte 1 still classifies every
      *          TRANFILE record unambiguously. The record is padded to
      *          CALCREC's length, and REV-TRAN-ID and REV-CYCLE sit
      *          at the same offsets as CALC-TRAN-ID and CALC-CYCLE so
      *          the id and cycle stamping in PG06CALCG work on
      *          reversals as on any other detail. Reversal records
      *          count toward the TRANCTL trailer record count but are
      *          excluded from the N1/N2 hash totals, as they carry no
      *          operands of their own. A reversal carries no account
      *          of its own either: it posts to the original's account
      *          (HIST-CONTA).
      *          COPY REVREC REPLACING, with one ==REV-xxx== BY
      *          ==yyy-xxx== pair per identifier below, to retarget
      *          the generated field names to a program's own prefix.
      ******************************************************************
       05  REV-RECORD-TYPE           PIC X(01).
           88  REV-TIPO-ESTORNO              VALUE "E".
       05  REV-ORIG-RUN-DATE         PIC X(08).
       05  REV-ORIG-CYCLE            PIC X(02).
       05  REV-ORIG-TRAN-ID          PIC X(12).
       05  FILLER                    PIC X(14).
       05  REV-TRAN-ID               PIC X(12).
       05  REV-CYCLE                 PIC X(02).
       05  FILLER                    PIC X(10).
