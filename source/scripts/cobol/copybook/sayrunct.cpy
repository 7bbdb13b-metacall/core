       *> each later job back to the open date.  Genuine reruns
       *> and off-cycle runs go through the SAYRUNOV operator
       *> override card.
       *> Run order of the nightly chain, each job's predecessor
       *> first:
       *>   SAYEDIT
       *>   SAYDRV - or, on a partitioned night, SAYSPLIT, the
       *>            SAYDRVnn streams, then the saydrvmg merge,
       *>            which stamps SAYDRV
       *>   SAYACK, SAYHUPD  (both after SAYDRV)
       *>   SAYSUM           (after SAYHUPD)
       *>   SAYRECON
       *>   SAYBURST, SAYCHK (both after SAYRECON)
       *>   SAYLGARC         (after SAYCHK)
       *>   SAYLGEXT
       *> SAYCONV is not a link of the chain.  It is run once, with
       *> the chain idle, after the last chain on the old 91-byte
       *> SAYLOG layout and before the first SAYEDIT on the
       *> current one - it rewrites SAYLOG, SAYLGARC, SAYDRVDT,
       *> SAYDRVCT and SAYRCNCT in their current record lengths.
       *> Its own stamp here stops it being run a second time.
       *> ------------------------------------------------------------
        01  sayrunct-record.
            05  sayrunct-job-name       pic x(8).
