      *          expiry dates of the instruction (expiry spaces for
      *          open-ended), and the frequency it falls due (daily,
      *          weekly on the effective date's weekday, or monthly on
      *          the effective date's day of month, or on the month's
      *          last day when the month is shorter), and the roll
      *          rule applied when that date is not a business day on
      *          the business-calendar master BCALMAST: "P" rolls it
      *          forward to the next business day, "A" back to the
      *          previous business day, "S" skips the occurrence, and
      *          spaces leave the instruction due on the calendar date
      *          itself. Expanded into CALCREC detail records by the
      *          generator PG06CALCG at the top of the batch day.
      *          COPY SIREC REPLACING, with one ==SI-xxx== BY
      *          ==yyy-xxx== pair per identifier below, to retarget
      *          the generated field names to a program's own prefix.
      ******************************************************************
       05  SI-OPERACAO               PIC X(01).
           88  SI-OPERACAO-VALIDA            VALUES "A" "S" "M" "D".
           88  SI-FREQ-DIARIA                VALUE "D".
           88  SI-FREQ-SEMANAL               VALUE "S".
           88  SI-FREQ-MENSAL                VALUE "M".
       05  FILLER                    PIC X(01).
       05  SI-AJUSTE                 PIC X(01).
           88  SI-AJUSTE-VALIDO              VALUES " " "P" "A" "S".
           88  SI-AJUSTE-NENHUM              VALUE " ".
           88  SI-AJUSTE-PROXIMO             VALUE "P".
           88  SI-AJUSTE-ANTERIOR            VALUE "A".
           88  SI-AJUSTE-SALTAR              VALUE "S".
