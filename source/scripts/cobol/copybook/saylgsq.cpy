       *> ------------------------------------------------------------
       *> SAYLGSQ.CPY
       *> Record layout for the SAYLOG chain control datasets.
       *> SAYLGSEQ carries the sequence number and check value of
       *> the last record say wrote to SAYLOG, so the chain runs on
       *> across separate executions the way SAYRPTCT carries the
       *> SAYRPT page position.  SAYLGACT carries the same pair for
       *> the last record saylgarc moved to SAYLGARC, so the next
       *> archive run can prove its first record links to it.
       *> ------------------------------------------------------------
        01  saylgsq-record.
            05  saylgsq-last-seq-no     pic 9(10).
            05  saylgsq-last-check      pic 9(10).
            05  saylgsq-timestamp       pic x(21).
