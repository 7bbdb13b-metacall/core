       *> ------------------------------------------------------------
       *> SAYSUPP.CPY
       *> Record layout for the SAYSUPP do-not-greet suppression
       *> list checked by say alongside SAYAUTH.  An entry stops
       *> every greeting to the substitution name while it is in
       *> force - from start-date through end-date, a zero start
       *> meaning from the beginning and a zero end meaning until
       *> lifted.  A provider code and/or message code narrows the
       *> entry to that provider's feed or that greeting; blank
       *> matches any.  A suppressed greeting is not displayed,
       *> logged to SAYLOG, or printed on SAYRPT - say returns 12
       *> and writes a SAYSUPLG record instead.  When the dataset
       *> does not exist nothing is suppressed.
       *> Maintained by saysmnt from SAYSUTXN transactions.
       *> ------------------------------------------------------------
        01  saysupp-record.
            05  saysupp-key.
                10  saysupp-subst-name      pic x(20).
                10  saysupp-provider        pic x(2).
                10  saysupp-msg-code        pic x(4).
                10  saysupp-start-date      pic 9(8).
            05  saysupp-end-date            pic 9(8).
            05  saysupp-reason              pic x(30).
            05  saysupp-updated             pic x(21).
