       *> applied and substitution tokens filled in - so the trail
       *> shows what actually went out.  The provider code is the
       *> source system the transaction arrived from when it came
       *> through the saycoll collation, blank otherwise.  The
       *> message code is the SAYMSGS code the caller asked for, so
       *> the month-end chargeback can price each greeting; records
       *> sayconv converted from the 91-byte layout have it blank.
       *> Every record is chained for tamper evidence: seq-no is a
       *> sequence number that runs on across runs and days (carried
       *> in SAYLGSEQ), prev-check is the check value of the record
       *> before it, and check-value is computed by the saylgchk
       *> subprogram over the record up to and including prev-check.
       *> A deleted, inserted, or altered record breaks the chain,
       *> and saylgver reports it.  Records sayconv converted from
       *> before the chain was started carry zero sequence number,
       *> prev-check and check value.
       *> Shared by say, saysum, saylgver.
       *> ------------------------------------------------------------
        01  saylog-record.
            05  saylog-timestamp        pic x(21).
            05  saylog-hello            pic x(30).
            05  saylog-world            pic x(30).
            05  saylog-provider         pic x(2).
            05  saylog-msg-code         pic x(4).
            05  saylog-seq-no           pic 9(10).
            05  saylog-prev-check       pic 9(10).
            05  saylog-check-value      pic 9(10).
