       *> zero effective date means in force from the beginning, a
       *> zero expiry date means the entry never expires, so a table
       *> converted with zero dates behaves exactly as before.
       *> Shared by say, sayaprv.  Changes are queued by saymaint
       *> and applied by sayaprv on a second operator's approval.
       *> ------------------------------------------------------------
        01  saymsgs-record.
            05  saymsgs-key.
