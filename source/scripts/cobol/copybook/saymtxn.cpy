       *> Record layout for the SAYMAINT maintenance transaction
       *> input (parameter card or flat-file feed) used to add,
       *> change, or delete SAYMSGS entries without a recompile.
       *> saymaint only queues the card on SAYPEND; sayaprv applies
       *> it once a second operator approves.
       *>   A = add, C = change, D = delete
       *> The effective date is part of the SAYMSGS key, so C and D
       *> target one dated entry of the code; blank or non-numeric
