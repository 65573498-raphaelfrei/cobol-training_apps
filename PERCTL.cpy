      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Closed-period control record layout - one record per
      *          accounting month on the indexed PERCTL file, keyed by
      *          the month (YYYYMM), written by the month-end close
      *          job PG06CALCC when finance closes the month and
      *          updated by the period reopen console PG06CALCW. A
      *          month is closed while its record carries "F"; a
      *          month with no record, or one reopened ("A"), is open.
      *          Once a month is closed the history load PG06CALCH
      *          refuses to load a run date inside it, PG06CALCB
      *          suspends with reason "PF" any chained reference or
      *          reversal that names a result inside it, and the trend
      *          report PG06CALCT marks it CLOSED - so nothing changes
      *          or pulls in the results finance has already signed
      *          off. The record keeps who closed the month and when,
      *          and who last reopened it, when, and why; both events
      *          are also written to AUDITFILE (CALCREC's status "F").
      *          COPY PERCTL REPLACING, with one ==PCTL-xxx== BY
      *          ==yyy-xxx== pair per identifier below, to retarget
      *          the generated field names to a program's own prefix.
      ******************************************************************
       05  PCTL-PERIODO              PIC X(06).
       05  PCTL-SITUACAO             PIC X(01).
           88  PCTL-FECHADO                  VALUE "F".
           88  PCTL-REABERTO                 VALUE "A".
       05  PCTL-FECHADO-EM           PIC X(21).
       05  PCTL-FECHADO-POR          PIC X(08).
       05  PCTL-REABERTO-EM          PIC X(21).
       05  PCTL-REABERTO-POR         PIC X(08).
       05  PCTL-MOTIVO               PIC X(40).
