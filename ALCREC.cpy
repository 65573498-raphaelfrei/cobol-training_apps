      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Dual-control approval limit parameter record layout
      *          (APRPARM) - one limit per operation code, 14 digits,
      *          in whole units of the result. A calculation whose
      *          result is above its operation's limit in absolute
      *          value is calculated but held for approval on the
      *          pending-approval master PENDAPR (APRREC layout)
      *          instead of going to the ledger feed. Read once per
      *          run by PG06CALCB, which refuses to start without a
      *          valid record, and by the console and screen
      *          programs, which hold every accepted calculation when
      *          the record is missing or invalid.
      *          COPY ALCREC REPLACING, with one ==ALC-xxx== BY
      *          ==yyy-xxx== pair per identifier below, to retarget
      *          the generated field names to a program's own prefix.
      ******************************************************************
       05  ALC-LIMITE-SOMA           PIC 9(14).
       05  FILLER                    PIC X(01).
       05  ALC-LIMITE-SUBTRACAO      PIC 9(14).
       05  FILLER                    PIC X(01).
       05  ALC-LIMITE-MULTIPLICA     PIC 9(14).
       05  FILLER                    PIC X(01).
       05  ALC-LIMITE-DIVISAO        PIC 9(14).
