       *> (suspense) runs do not write it - they are not part of the
       *> daily in/out proof.  The disposition says whether the
       *> SAYTRAN feed was ACCEPTED or REFUSED by the header and
       *> trailer control checks.  The suppressed count is the
       *> transactions say stopped on the SAYSUPP do-not-greet
       *> list - neither posted nor suspended; a record sayconv
       *> converted from before it was carried has it zero.
       *> ------------------------------------------------------------
        01  saydrvct-record.
            05  saydrvct-run-date       pic 9(8).
            05  saydrvct-reject-count   pic 9(9).
            05  saydrvct-timestamp      pic x(21).
            05  saydrvct-disposition    pic x(8).
            05  saydrvct-suppress-count pic 9(9).
