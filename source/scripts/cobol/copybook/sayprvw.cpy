       *> ------------------------------------------------------------
       *> SAYPRVW.CPY
       *> Record layout for the SAYPRVW preview file written by say
       *> during a sayprev preview session - one record per
       *> transaction showing what a live run on the as-of date
       *> would do with it: the final HELLO/WORLD after SAYMSGS,
       *> SAYLOCAL, and token substitution, the return code say
       *> would hand back, and whether a locale fallback or a
       *> SAYAUTH violation would be logged.  The wording is blank
       *> on a violation because nothing would go out, and on a
       *> SAYSUPP suppression (return code 12) for the same reason.
       *> Shared by say, sayprev.
       *> ------------------------------------------------------------
        01  sayprvw-record.
            05  sayprvw-as-of-date      pic 9(8).
            05  sayprvw-caller-program  pic x(8).
            05  sayprvw-msg-code        pic x(4).
            05  sayprvw-locale-code     pic x(3).
            05  sayprvw-subst-name      pic x(20).
            05  sayprvw-provider        pic x(2).
            05  sayprvw-hello           pic x(30).
            05  sayprvw-world           pic x(30).
            05  sayprvw-return-code     pic 9(2).
            05  sayprvw-fallback-flag   pic x(1).
            05  sayprvw-violation-flag  pic x(1).
