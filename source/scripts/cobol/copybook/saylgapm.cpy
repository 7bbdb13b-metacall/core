       *>       pull-date (YYYYMMDD) from SAYLGARC.DAT to
       *>       SAYLGDAY.DAT for the auditors
       *>   retain-days  = days kept online, 030 when blank
       *>   retain-unit C (or blank) = retain-days are calendar days
       *>   retain-unit B = retain-days are business days - SAYCAL
       *>       processing days, so a holiday does not eat into
       *>       the online window
       *> ------------------------------------------------------------
        01  saylgapm-record.
            05  saylgapm-run-mode       pic x(1).
            05  saylgapm-retain-days    pic 9(3).
            05  saylgapm-pull-date      pic 9(8).
            05  saylgapm-retain-unit    pic x(1).
            05  filler                  pic x(67).
