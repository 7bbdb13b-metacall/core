
           *> Ready-to-apply SAYAUTXN revocation cards for the
           *> flagged callers - security reviews the report, then
           *> feeds this deck into sayamnt, and a second operator
           *> releases the revocations through sayaprv.
            FD  sayvrtxn-file.
            COPY sayatxn.

