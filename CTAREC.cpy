      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Account master record layout (ACCTMAST, indexed on
      *          CTA-CONTA) - one record per customer or cost-center
      *          account that calculations are posted to (CALCREC's
      *          CALC-CONTA): the balance the account was opened
      *          with, its current balance, the run date of the last
      *          posting, and whether it is open, blocked, or closed.
      *          PG06CALCB suspends a transaction against an account
      *          that is not here, or is blocked or closed, with
      *          reason "CT"; the posting step PG06CALCK applies each
      *          accepted result on CALCHIST to the current balance
      *          and records the posting on the account movement file
      *          ACCTMOV (MOVREC layout). Accounts are opened,
      *          blocked, and closed on the master by operations.
      *          COPY CTAREC REPLACING, with one ==CTA-xxx== BY
      *          ==yyy-xxx== pair per identifier below, to retarget
      *          the generated field names to a program's own prefix.
      ******************************************************************
       05  CTA-CONTA                 PIC X(10).
       05  FILLER                    PIC X(01).
       05  CTA-SITUACAO              PIC X(01).
           88  CTA-ABERTA                    VALUE "A".
           88  CTA-BLOQUEADA                 VALUE "B".
           88  CTA-ENCERRADA                 VALUE "E".
       05  FILLER                    PIC X(01).
       05  CTA-SALDO-ABERTURA        PIC S9(16)V9(04)
                                      SIGN IS TRAILING SEPARATE.
       05  FILLER                    PIC X(01).
       05  CTA-SALDO-ATUAL           PIC S9(16)V9(04)
                                      SIGN IS TRAILING SEPARATE.
       05  FILLER                    PIC X(01).
       05  CTA-DATA-ULT-LANC         PIC X(08).
       05  FILLER                    PIC X(01).
       05  CTA-DESCRICAO             PIC X(20).
