       *> ------------------------------------------------------------
       *> SAYBURPM.CPY
       *> Record layout for the SAYBURPM parameter card read by
       *> sayburst.  The card is optional - when the file is absent
       *> SAYLOG is burst for the current date, over the window
       *> sayrecon last measured.  A date card reruns the
       *> distribution for a prior day by log date; sayrecon keeps
       *> only its last window, so the control sheet for such a
       *> rerun shows NOT PROVED.
       *> ------------------------------------------------------------
        01  sayburpm-record.
            05  sayburpm-run-date       pic 9(8).
            05  filler                  pic x(72).
