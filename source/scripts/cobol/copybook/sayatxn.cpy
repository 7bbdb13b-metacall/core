       *> SAYATXN.CPY
       *> Record layout for the SAYAUTXN maintenance transaction
       *> input used by sayamnt to add or delete SAYAUTH
       *> authorization entries without a recompile.  sayamnt
       *> only queues the card on SAYPEND; sayaprv applies it.
       *>   A = authorize caller/code, D = revoke
       *> ------------------------------------------------------------
        01  sayatxn-record.
