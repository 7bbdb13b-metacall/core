       *> 08 and a SAYVIOL entry.  When the table dataset does not
       *> exist at all, say allows every caller, so installations
       *> that have not taken up authorization run unchanged.
       *> Changes are queued by sayamnt from SAYAUTXN transactions
       *> and applied by sayaprv once a second operator approves
       *> them; every applied change is journalled on SAYCHJNL.  Batch
       *> callers needing rows here include SAYDRV for the nightly
       *> run and SAYRESUB for saydrv's suspense-resubmit mode.
       *> ------------------------------------------------------------
