       *> ------------------------------------------------------------
       *> SAYMGCKP.CPY
       *> Record layout for the SAYMGCKP merge checkpoint written by
       *> saydrvmg before it appends anything to the normal
       *> datasets, so an abended merge can be rerun.  It holds the
       *> SAYLOG chain tail and SAYRPTCT position the merge starts
       *> from and the record count of each dataset it appends to;
       *> a rerun cuts each dataset back to its count before the
       *> merge is redone.  SAYDRVDS and SAYDRVCT are written whole
       *> and need no count.
       *>   status = M merge in progress, C driver controls written
       *>            (only the emptying of the streams is left)
       *> The file is emptied when the merge completes; an empty
       *> file means no merge is outstanding.
       *> ------------------------------------------------------------
        01  saymgckp-record.
            05  saymgckp-status         pic x(1).
                88  saymgckp-merging        value "M".
                88  saymgckp-controls-done  value "C".
            05  saymgckp-file-date      pic 9(8).
            05  saymgckp-timestamp      pic x(21).
            05  saymgckp-last-seq-no    pic 9(10).
            05  saymgckp-last-check     pic 9(10).
            05  saymgckp-rpt-line-count pic 9(3).
            05  saymgckp-rpt-page-count pic 9(3).
            05  saymgckp-saylog-count   pic 9(9).
            05  saymgckp-sayrpt-count   pic 9(9).
            05  saymgckp-saysusp-count  pic 9(9).
            05  saymgckp-saysuplg-count pic 9(9).
            05  saymgckp-sayviol-count  pic 9(9).
            05  saymgckp-sayfallb-count pic 9(9).
            05  saymgckp-saydrvdt-count pic 9(9).
