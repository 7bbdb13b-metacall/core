       *> ------------------------------------------------------------
       *> SAYPEND.CPY
       *> Record layout for the SAYPEND pending-change dataset.
       *> saymaint and sayamnt no longer update SAYMSGS and SAYAUTH
       *> directly - each edited transaction card is queued here
       *> under the submitting operator's ID until a different
       *> operator approves or rejects it through sayaprv.
       *>   change-id  = number from the SAYPNDCT counter, quoted
       *>                on the SAYAPTXN decision card
       *>   table      = M for SAYMSGS, A for SAYAUTH
       *>   txn-image  = the SAYMAINT or SAYAUTXN card as submitted
       *> ------------------------------------------------------------
        01  saypend-record.
            05  saypend-change-id       pic 9(9).
            05  saypend-table           pic x(1).
                88  saypend-msgs-table      value "M".
                88  saypend-auth-table      value "A".
            05  saypend-action          pic x(1).
            05  saypend-maker           pic x(8).
            05  saypend-submitted       pic x(21).
            05  saypend-txn-image       pic x(81).
