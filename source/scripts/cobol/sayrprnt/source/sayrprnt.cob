            COPY saylog.

            FD  saylgarc-file.
            01  saylgarc-record         PIC X(125).

            FD  sayrppm-file.
            COPY sayrppm.
                05  ws-log-hello     PIC X(30).
                05  ws-log-world     PIC X(30).
                05  ws-log-provider  PIC X(2).
                05  ws-log-msg-code  PIC X(4).
                05  ws-log-chain     PIC X(30).

           *> Page frame identical to the one say's
           *> 4100-WRITE-PAGE-HEADERS produces, so a reprinted page
