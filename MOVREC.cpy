      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Account movement record layout (ACCTMOV, indexed on
      *          MOV-CHAVE) - one record per accepted result the
      *          posting step PG06CALCK applied to an account on the
      *          account master ACCTMAST (CTAREC layout), keyed by
      *          run date plus account plus processing cycle plus
      *          transaction id, so a day's postings read back grouped
      *          by account and a rerun of the posting step finds the
      *          postings already made and never applies a result
      *          twice. Carries the operation and status of the
      *          calculation (accepted "O", reversal entry "E", or
      *          since reversed "X"), the amount posted (HIST-RS), the
      *          account's balance before and after the posting, and
      *          when it was posted, for the daily account movement
      *          report PG06CALCJ.
      *          COPY MOVREC REPLACING, with one ==MOV-xxx== BY
      *          ==yyy-xxx== pair per identifier below, to retarget
      *          the generated field names to a program's own prefix.
      ******************************************************************
       05  MOV-CHAVE.
           10  MOV-RUN-DATE          PIC X(08).
           10  MOV-CONTA             PIC X(10).
           10  MOV-CYCLE             PIC X(02).
           10  MOV-TRAN-ID           PIC X(12).
       05  MOV-OPERACAO              PIC X(01).
       05  MOV-STATUS                PIC X(01).
       05  MOV-VALOR                 PIC S9(14)V9(04)
                                      SIGN IS TRAILING SEPARATE.
       05  MOV-SALDO-ANTERIOR        PIC S9(16)V9(04)
                                      SIGN IS TRAILING SEPARATE.
       05  MOV-SALDO-POSTERIOR       PIC S9(16)V9(04)
                                      SIGN IS TRAILING SEPARATE.
       05  MOV-TIMESTAMP             PIC X(21).
       05  MOV-SEQ                   PIC 9(06).
