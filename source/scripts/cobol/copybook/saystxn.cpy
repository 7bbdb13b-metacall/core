       *> ------------------------------------------------------------
       *> SAYSTXN.CPY
       *> Record layout for the SAYSUTXN maintenance transaction
       *> input used by saysmnt to add, change, or lift SAYSUPP
       *> suppression entries.
       *>   A = add, C = change end date and reason, D = delete
       *> The name, provider, message code, and start date
       *> together identify the entry.  Blank or non-numeric dates
       *> are taken as zero - in force from the beginning / until
       *> lifted.  The reason should say who asked and why, since
       *> it is shown on the daily suppression report.
       *> ------------------------------------------------------------
        01  saystxn-record.
            05  saystxn-action          pic x(1).
            05  saystxn-subst-name      pic x(20).
            05  saystxn-provider        pic x(2).
            05  saystxn-msg-code        pic x(4).
            05  saystxn-start-date      pic 9(8).
            05  saystxn-end-date        pic 9(8).
            05  saystxn-reason          pic x(30).
