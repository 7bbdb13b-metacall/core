       *> ------------------------------------------------------------
       *> SAYCLTXN.CPY
       *> Record layout for the SAYCLTXN maintenance transaction
       *> input used by saycmnt to keep the SAYCAL business-day
       *> calendar.
       *>   A = add, C = change, D = delete one date
       *>   Y = generate the year in cal-date(1:4): every date not
       *>       already on SAYCAL is added, Monday-Friday as P and
       *>       Saturday/Sunday as N.  Holidays keyed ahead of the
       *>       generate are left as they are, and holidays keyed
       *>       after it come in as C transactions.
       *> day-type is P, H, or N as on SAYCAL.
       *> ------------------------------------------------------------
        01  saycltxn-record.
            05  saycltxn-action         pic x(1).
            05  saycltxn-date           pic 9(8).
            05  saycltxn-day-type       pic x(1).
            05  saycltxn-description    pic x(30).
            05  filler                  pic x(40).
