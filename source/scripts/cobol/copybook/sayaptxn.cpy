       *> ------------------------------------------------------------
       *> SAYAPTXN.CPY
       *> Record layout for the SAYAPTXN decision cards read by
       *> sayaprv - one card per pending change the checker has
       *> reviewed.
       *>   A = approve and apply to the live table
       *>   R = reject and discard
       *> A pending change with no card stays pending.
       *> ------------------------------------------------------------
        01  sayaptxn-record.
            05  sayaptxn-change-id      pic 9(9).
            05  sayaptxn-decision       pic x(1).
            05  filler                  pic x(70).
