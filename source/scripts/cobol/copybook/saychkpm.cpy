       *> the check covers the current date against a 7-day
       *> trailing baseline with a 50 percent tolerance band.
       *>   run-date      = day being checked (YYYYMMDD)
       *>   baseline-days = trailing SAYCAL processing days of
       *>                   SAYHIST history the baseline averages
       *>                   over - holidays and weekends are not
       *>                   counted and not averaged
       *>   tolerance-pct = percent the day may sit above or below
       *>                   the baseline before the job fails
       *> ------------------------------------------------------------
