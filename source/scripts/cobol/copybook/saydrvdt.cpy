       *> post twice.  A checkpoint restart of an abended run is
       *> unaffected - the date is only recorded at clean end of
       *> job.
       *> The posting window - the timestamp of the run's first
       *> checkpoint and of its clean end - brackets the SAYDRV
       *> postings the file made on SAYLOG, so saybkout can find
       *> and reverse exactly that run.  Entries sayconv converted
       *> from before the window was kept carry spaces there.
       *> ------------------------------------------------------------
        01  saydrvdt-record.
            05  saydrvdt-file-date      pic 9(8).
            05  saydrvdt-post-start     pic x(21).
            05  saydrvdt-post-end       pic x(21).
