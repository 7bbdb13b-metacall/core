       *> ------------------------------------------------------------
       *> SAYSUPLG.CPY
       *> Record layout for the SAYSUPLG suppression log written by
       *> say for every greeting a SAYSUPP entry stopped - the
       *> transaction as the caller presented it and the key of
       *> the entry that matched.  saysurpt reports it daily and
       *> sayrecon counts the driver's records against the
       *> suppressed total on SAYDRVCT.
       *> ------------------------------------------------------------
        01  saysuplg-record.
            05  saysuplg-timestamp      pic x(21).
            05  saysuplg-caller-program pic x(8).
            05  saysuplg-msg-code       pic x(4).
            05  saysuplg-locale-code    pic x(3).
            05  saysuplg-subst-name     pic x(20).
            05  saysuplg-provider       pic x(2).
            05  saysuplg-rule-provider  pic x(2).
            05  saysuplg-rule-msg-code  pic x(4).
            05  saysuplg-rule-start     pic 9(8).
            05  saysuplg-rule-end       pic 9(8).
