       *> ------------------------------------------------------------
       *> SAYPRVPM.CPY
       *> Record layout for the SAYPRVPM parameter card read by
       *> sayprev and by say when sayprev opens a preview session.
       *> The card is optional - when the file is absent the preview
       *> resolves against the current date from SAYTRAN.
       *>   as-of-date = run date the preview resolves against
       *>                (YYYYMMDD) - SAYMSGS entries in force on
       *>                that date and the &DATE token both use it
       *>   source T (or blank) = preview the SAYTRAN file, as the
       *>                nightly saydrv run would post it
       *>   source S = preview the SAYSUSP suspense file, as a
       *>                saydrv resubmit run would replay it
       *> ------------------------------------------------------------
        01  sayprvpm-record.
            05  sayprvpm-as-of-date     pic 9(8).
            05  sayprvpm-source         pic x(1).
            05  filler                  pic x(71).
