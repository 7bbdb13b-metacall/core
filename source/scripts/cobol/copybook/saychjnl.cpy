       *> ------------------------------------------------------------
       *> SAYCHJNL.CPY
       *> Record layout for the SAYCHJNL table-change journal shared
       *> by SAYMSGS and SAYAUTH maintenance.  sayaprv appends one
       *> record for every pending change it disposes of, with the
       *> table row as it stood before and after, who submitted the
       *> change and who approved or rejected it.  saychrpt prints
       *> it for the security review.
       *>   table        = M for SAYMSGS, A for SAYAUTH
       *>   disposition  = APPLIED, REJECTED, or FAILED (approved
       *>                  but the live table refused it - adding a
       *>                  row already there, changing one that is
       *>                  not)
       *>   before/after = the SAYMSGS or SAYAUTH record image,
       *>                  spaces where there was no row; for a
       *>                  REJECTED or FAILED change the after
       *>                  image is the row as proposed
       *> ------------------------------------------------------------
        01  saychjnl-record.
            05  saychjnl-timestamp      pic x(21).
            05  saychjnl-change-id      pic 9(9).
            05  saychjnl-table          pic x(1).
            05  saychjnl-action         pic x(1).
            05  saychjnl-disposition    pic x(8).
            05  saychjnl-maker          pic x(8).
            05  saychjnl-submitted      pic x(21).
            05  saychjnl-checker        pic x(8).
            05  saychjnl-before-image   pic x(80).
            05  saychjnl-after-image    pic x(80).
