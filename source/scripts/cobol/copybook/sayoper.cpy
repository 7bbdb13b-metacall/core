       *> ------------------------------------------------------------
       *> SAYOPER.CPY
       *> Record layout for the SAYOPER operator card supplied with
       *> every table-maintenance run.  It names the operator the
       *> run acts for - the maker when saymaint or sayamnt submits
       *> changes, the checker when sayaprv approves or rejects
       *> them.  A run without a card does nothing.
       *> ------------------------------------------------------------
        01  sayoper-record.
            05  sayoper-operator-id     pic x(8).
            05  filler                  pic x(72).
