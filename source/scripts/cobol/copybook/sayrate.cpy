       *> ------------------------------------------------------------
       *> SAYRATE.CPY
       *> Record layout for the SAYRATE chargeback rate table read
       *> by saychgb.  One card per provider + message code, kept by
       *> the operators in the same deck style as the other SAY
       *> parameter files.  The price is per greeting delivered.
       *>   provider   = P1/P2/P3 source system code
       *>   msg-code   = SAYMSGS code the rate applies to, or ****
       *>                for the provider's default rate - used for
       *>                every code of that provider without a card
       *>                of its own, and for greetings logged
       *>                before the message code was carried
       *>   unit-rate  = price per greeting, 999V9999
       *> ------------------------------------------------------------
        01  sayrate-record.
            05  sayrate-provider        pic x(2).
            05  sayrate-msg-code        pic x(4).
            05  sayrate-unit-rate       pic 9(3)v9(4).
            05  sayrate-description     pic x(30).
            05  filler                  pic x(37).
