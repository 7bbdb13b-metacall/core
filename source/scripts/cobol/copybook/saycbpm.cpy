       *> ------------------------------------------------------------
       *> SAYCBPM.CPY
       *> Record layout for the SAYCBPM parameter card read by
       *> saychgb.  The card is optional - when the file is absent
       *> the chargeback covers the calendar month before the run
       *> date, which is what the month-end schedule wants.  A card
       *> rebills an earlier month (YYYYMM).
       *> ------------------------------------------------------------
        01  saycbpm-record.
            05  saycbpm-bill-month      pic 9(6).
            05  filler                  pic x(74).
