      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Business-calendar master record layout - one record
      *          per date that departs from the normal working week,
      *          on the indexed BCALMAST file keyed by the date
      *          (YYYYMMDD). Monday to Friday are business days and
      *          Saturday and Sunday are not, unless the date carries
      *          a record here: "F" marks a holiday (a bank holiday
      *          or any other date the business does not work, even
      *          on a weekday), "U" marks a working day (a Saturday
      *          or Sunday the business does work). The record keeps
      *          a description and who last maintained it and when.
      *          Kept through the calendar maintenance console
      *          PG06CALCD and read by the generator PG06CALCG (roll
      *          rule of standing instructions falling due on a
      *          non-business day), by the suspense aging PG06CALCY
      *          (age bands), and by the ledger acknowledgment
      *          reconciliation PG06CALCA (more-than-one-day flag),
      *          which all count business days from it. A missing
      *          BCALMAST means no holidays: only weekends are
      *          non-business days.
      *          COPY BCALREC REPLACING, with one ==BCAL-xxx== BY
      *          ==yyy-xxx== pair per identifier below, to retarget
      *          the generated field names to a program's own prefix.
      ******************************************************************
       05  BCAL-DATA                 PIC X(08).
       05  BCAL-TIPO                 PIC X(01).
           88  BCAL-FERIADO                  VALUE "F".
           88  BCAL-DIA-UTIL                 VALUE "U".
       05  BCAL-DESCRICAO            PIC X(30).
       05  BCAL-ATUALIZADO-EM        PIC X(21).
       05  BCAL-ATUALIZADO-POR       PIC X(08).
