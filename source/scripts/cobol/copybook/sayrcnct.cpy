       *> total is carried here.  On the first run the file is
       *> absent and sayrecon baselines the report instead of
       *> balancing it.
       *> The measured growth is kept alongside for sayburst, whose
       *> distribution control sheet balances to it:
       *>   run-date     = data date of the reconciliation
       *>   day-count    = SAYRPT detail lines added since the
       *>                  previous reconciliation
       *>   day-status   = M measured, B baselined (no prior total,
       *>                  or no prior window, so the growth is not
       *>                  tied to a known period)
       *>   window-start = when the previous reconciliation counted
       *>                  SAYRPT - the growth starts after it
       *>   window-end   = when this reconciliation counted SAYRPT
       *> The growth covers the window, not the calendar date - a
       *> greeting logged after one night's reconciliation belongs
       *> to the next.  A carry-forward sayconv converted from
       *> before these were kept has a zero run date and day count
       *> and the status and window blank.
       *> ------------------------------------------------------------
        01  sayrcnct-record.
            05  sayrcnct-rpt-details    pic 9(9).
            05  sayrcnct-run-date       pic 9(8).
            05  sayrcnct-day-count      pic 9(9).
            05  sayrcnct-day-status     pic x.
            05  sayrcnct-window-start   pic x(21).
            05  sayrcnct-window-end     pic x(21).
