       *> ------------------------------------------------------------
       *> SAYPNDCT.CPY
       *> Record layout for the SAYPNDCT control dataset that holds
       *> the last change-id handed out to a SAYPEND entry, so ids
       *> stay unique across separate saymaint and sayamnt runs.
       *> ------------------------------------------------------------
        01  saypndct-record.
            05  saypndct-last-id        pic 9(9).
