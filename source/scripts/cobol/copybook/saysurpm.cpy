       *> ------------------------------------------------------------
       *> SAYSURPM.CPY
       *> Record layout for the SAYSURPM parameter card read by
       *> saysurpt.  The card is optional - when the file is absent
       *> the suppression report covers the current date.  A date
       *> card reruns the report for a prior day.
       *> ------------------------------------------------------------
        01  saysurpm-record.
            05  saysurpm-run-date       pic 9(8).
            05  filler                  pic x(72).
