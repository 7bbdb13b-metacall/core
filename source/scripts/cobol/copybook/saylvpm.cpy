       *> ------------------------------------------------------------
       *> SAYLVPM.CPY
       *> Record layout for the SAYLVPM parameter card read by
       *> saylgver.  The card is optional - when the file is absent
       *> the job verifies the whole SAYLOG chain, archive and
       *> current log together.
       *>   run-mode A (or blank) = walk SAYLGARC.DAT and then
       *>       SAYLOG.DAT end to end as one chain
       *>   run-mode D = walk a SAYLGDAY.DAT pull on its own, for
       *>       auditors holding only the pulled day
       *>   from-date / to-date (YYYYMMDD) = report only breaks on
       *>       records dated in the range; zero or blank leaves
       *>       that end open.  Records outside the range are
       *>       still walked so the first one in range is proved
       *>       against the record before it.
       *> ------------------------------------------------------------
        01  saylvpm-record.
            05  saylvpm-run-mode        pic x(1).
            05  saylvpm-from-date       pic 9(8).
            05  saylvpm-to-date         pic 9(8).
            05  filler                  pic x(63).
