       *> ------------------------------------------------------------
       *> SAYBKPM.CPY
       *> Record layout for the SAYBKPM backout card read by
       *> saybkout.  The card is required - it names the SAYTRAN
       *> header file date whose posting is to be reversed.  A
       *> provider code narrows the backout to that provider's
       *> records; blank backs out the whole file.
       *> ------------------------------------------------------------
        01  saybkpm-record.
            05  saybkpm-file-date       pic 9(8).
            05  saybkpm-provider        pic x(2).
            05  filler                  pic x(70).
