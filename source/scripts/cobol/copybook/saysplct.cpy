       *> ------------------------------------------------------------
       *> SAYSPLCT.CPY
       *> Record layout for the SAYSPLCT control dataset written by
       *> saysplit when it splits the collated SAYTRAN into the
       *> partition streams of a parallel saydrv run, one stream
       *> per collation provider - P1 to stream 01, P2 to 02, P3
       *> to 03; a blank or unknown provider rides in stream 01.
       *> Each stream nn is a complete SAYTRAN (SAYTRNnn, with its
       *> own HDR* and TRL*) that a saydrv instance started with
       *> PARM nn posts into its own datasets: SAYCKPnn, SAYSUSnn,
       *> SAYDCTnn, SAYDDSnn, SAYDDTnn, and through say SAYLOGnn,
       *> SAYRPTnn, SAYRPCnn, SAYLGSnn, SAYSPLnn, SAYFLBnn,
       *> SAYVIOnn.  saydrvmg proves each stream's SAYDCTnn count
       *> against the counts here before it merges the streams
       *> back into the normal datasets.
       *> ------------------------------------------------------------
        01  saysplct-record.
            05  saysplct-run-date       pic 9(8).
            05  saysplct-file-date      pic 9(8).
            05  saysplct-total-count    pic 9(9).
            05  saysplct-stream-count   pic 9(9) occurs 3 times.
            05  saysplct-timestamp      pic x(21).
