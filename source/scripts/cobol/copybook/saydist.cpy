       *> ------------------------------------------------------------
       *> SAYDIST.CPY
       *> Record layout for the SAYDIST distribution table read by
       *> sayburst.  One card per provider or calling program, kept
       *> by operations in the same deck style as the other SAY
       *> parameter files, saying who receives that traffic.
       *>   type       = P provider code, C caller program
       *>   key        = P1/P2/P3 source system code, or the
       *>                program name say logs as the caller
       *>   recipient  = recipient ID - one report per recipient,
       *>                however many cards route to it
       *>   copies     = copies to print, blank or zero taken as 1
       *>   class      = delivery class, P print or F file
       *>   name       = recipient name for the report banner
       *> A greeting that came through the saycoll collation goes
       *> to its provider's recipient; anything else to its calling
       *> program's.  Every card for one recipient must carry the
       *> same copies and class.
       *> ------------------------------------------------------------
        01  saydist-record.
            05  saydist-type            pic x.
            05  saydist-key             pic x(8).
            05  saydist-recipient       pic x(8).
            05  saydist-copies          pic 9(2).
            05  saydist-class           pic x.
            05  saydist-name            pic x(30).
            05  filler                  pic x(30).
