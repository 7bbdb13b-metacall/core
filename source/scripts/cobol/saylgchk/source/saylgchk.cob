            IDENTIFICATION DIVISION.
            PROGRAM-ID. saylgchk.
            DATA DIVISION.
            WORKING-STORAGE SECTION.
            01  ws-check-work        PIC 9(13) VALUE ZERO.
            01  ws-check-modulus     PIC 9(10) VALUE 9999999967.
            01  ws-check-multiplier  PIC 9(3)  VALUE 257.
            01  ws-byte-sub          PIC 9(3)  COMP.
            01  ws-chained-length    PIC 9(3)  COMP VALUE 115.

            LINKAGE SECTION.
            01  chk-log-record PIC X(125).
            01  chk-check-value PIC 9(10).

           *> The SAYLOG chain check value in one place, so say,
           *> saylgarc, saylgver, and anything else that writes or
           *> proves the chain agree on it.  The value is a running
           *> remainder over every byte of the record from the
           *> timestamp through prev-check - the record's own content,
           *> its sequence number, and the check value of the record
           *> before it - so changing any of them, or the order of
           *> the records, changes every check value that follows.
            PROCEDURE DIVISION USING chk-log-record chk-check-value.
            0000-MAIN.
                MOVE ZERO TO ws-check-work.
                PERFORM VARYING ws-byte-sub FROM 1 BY 1
                        UNTIL ws-byte-sub > ws-chained-length
                    COMPUTE ws-check-work = FUNCTION MOD(
                        ws-check-work * ws-check-multiplier
                        + FUNCTION ORD(chk-log-record(ws-byte-sub:1)),
                        ws-check-modulus)
                END-PERFORM.
                MOVE ws-check-work TO chk-check-value.
                EXIT PROGRAM.
