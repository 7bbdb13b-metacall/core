       *> ------------------------------------------------------------
       *> SAYCHRPM.CPY
       *> Record layout for the SAYCHRPM parameter card read by
       *> saychrpt.  The card is optional - when the file is absent
       *> the report covers the seven days ending on the run date,
       *> the weekly cycle of the security review.  A card reports
       *> any other from/to range (YYYYMMDD, both inclusive).
       *> ------------------------------------------------------------
        01  saychrpm-record.
            05  saychrpm-from-date      pic 9(8).
            05  saychrpm-to-date        pic 9(8).
            05  filler                  pic x(64).
