       *> ------------------------------------------------------------
       *> SAYCOLCT.CPY
       *> Record layout for the SAYCOLCT collation control-totals
       *> dataset, rewritten by saycoll on every run with one record
       *> per provider feed - what saycoll did with that provider's
       *> file tonight and how many details it accepted into the
       *> merged SAYTRAN.  sayack balances each provider's
       *> acknowledgment file to the accepted count here and sends a
       *> whole-file refusal to a provider whose feed was refused.
       *>   file-date    = the provider's own header file date (zero
       *>                  when the feed was missing or unreadable)
       *>   collate-date = header date of the merged SAYTRAN file
       *>   disposition  = LOADED or REFUSED
       *> ------------------------------------------------------------
        01  saycolct-record.
            05  saycolct-provider       pic x(2).
            05  saycolct-file-date      pic 9(8).
            05  saycolct-collate-date   pic 9(8).
            05  saycolct-disposition    pic x(8).
            05  saycolct-detail-count   pic 9(9).
            05  saycolct-reason         pic x(32).
