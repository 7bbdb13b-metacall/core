       *> ------------------------------------------------------------
       *> SAYBKCT.CPY
       *> Record layout for the SAYBKCT backout control dataset.
       *> saybkout appends one record for every backout it runs, so
       *> the rest of the chain can see that SAYLOG was reduced
       *> after the driver posted it.
       *>   provider        = provider backed out, blank for the
       *>                     whole file
       *>   post-start/end  = the SAYDRVDT posting window reversed,
       *>                     kept here because the SAYDRVDT entry
       *>                     itself is cleared by the backout
       *>   reversed-count  = SAYLOG records removed
       *>   hist-count      = SAYHIST counts subtracted
       *>   drvct-timestamp = timestamp of the SAYDRVCT record for
       *>                     the run that was reversed, so sayrecon
       *>                     nets the backout off that run's totals
       *>                     and no other; spaces when a later
       *>                     driver run has already replaced it
       *> ------------------------------------------------------------
        01  saybkct-record.
            05  saybkct-file-date       pic 9(8).
            05  saybkct-provider        pic x(2).
            05  saybkct-post-start      pic x(21).
            05  saybkct-post-end        pic x(21).
            05  saybkct-reversed-count  pic 9(9).
            05  saybkct-hist-count      pic 9(9).
            05  saybkct-drvct-timestamp pic x(21).
            05  saybkct-timestamp       pic x(21).
