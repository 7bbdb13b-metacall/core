       *> ------------------------------------------------------------
       *> SAYCAL.CPY
       *> Record layout for the SAYCAL business-day calendar, keyed
       *> by date.  Operations loads the coming year each December
       *> through saycmnt and proofs it on the saycllst listing.
       *>   day-type P = processing day
       *>            H = holiday - no processing
       *>            N = non-processing day (weekend and the like)
       *> The nightly chain, the volume check, and the archive job
       *> all ask the calendar through the saycal subprogram.  A
       *> date with no record is taken as a processing day, and
       *> with no SAYCAL dataset at all every day is one - the
       *> chain behaves as it did before the calendar was loaded.
       *> ------------------------------------------------------------
        01  saycal-record.
            05  saycal-key.
                10  saycal-date             pic 9(8).
            05  saycal-day-type             pic x(1).
                88  saycal-processing-day   value "P".
            05  saycal-description          pic x(30).
            05  filler                      pic x(41).
