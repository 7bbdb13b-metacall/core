       *> ------------------------------------------------------------
       *> SAYBKJNL.CPY
       *> Record layout for the SAYBKJNL backout journal.  saybkout
       *> appends the full SAYLOG image of every record it removes,
       *> stamped with the backout that removed it, so the audit
       *> trail of what went out is kept even after the posting is
       *> reversed.  The image keeps the record's sequence number
       *> and check values, so saylgver can bridge the gap the
       *> backout left in the SAYLOG chain.
       *> ------------------------------------------------------------
        01  saybkjnl-record.
            05  saybkjnl-timestamp      pic x(21).
            05  saybkjnl-file-date      pic 9(8).
            05  saybkjnl-provider       pic x(2).
            05  saybkjnl-log-image      pic x(125).
