       *> ------------------------------------------------------------
       *> SAYCLLPM.CPY
       *> Record layout for the SAYCLLPM parameter card read by
       *> saycllst.  The card is optional - when the file is absent
       *> the listing covers the calendar year after the run date,
       *> which is the year being loaded in December.  A card lists
       *> any other year (YYYY).
       *> ------------------------------------------------------------
        01  saycllpm-record.
            05  saycllpm-year           pic 9(4).
            05  filler                  pic x(76).
