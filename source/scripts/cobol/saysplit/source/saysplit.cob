            IDENTIFICATION DIVISION.
            PROGRAM-ID. saysplit.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT saytran-file ASSIGN TO "SAYTRAN.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saytran-status.
                SELECT saytrn01-file ASSIGN TO "SAYTRN01.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saytrn01-status.
                SELECT saytrn02-file ASSIGN TO "SAYTRN02.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saytrn02-status.
                SELECT saytrn03-file ASSIGN TO "SAYTRN03.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saytrn03-status.
                SELECT saysplct-file ASSIGN TO "SAYSPLCT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saysplct-status.
                SELECT saychkpt-file ASSIGN USING ws-probe-dsname
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saychkpt-status.
                SELECT saydrvct-file ASSIGN USING ws-probe-dsname
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saydrvct-status.
            DATA DIVISION.
            FILE SECTION.
            FD  saytran-file.
            COPY saytran.
            COPY saytrnct.

           *> Each stream goes out in full SAYTRAN framing - its own
           *> HDR* carrying the feed's file date and its own TRL*
           *> count - so the saydrv instance posting it runs the
           *> same header and trailer proof as a single-stream run.
            FD  saytrn01-file.
            01  saytrn01-record         PIC X(89).

            FD  saytrn02-file.
            01  saytrn02-record         PIC X(89).

            FD  saytrn03-file.
            01  saytrn03-record         PIC X(89).

            FD  saysplct-file.
            COPY saysplct.

           *> A stream's restart checkpoint and control totals are
           *> only probed, to prove the last partitioned run was
           *> restarted and merged before its streams are replaced.
            FD  saychkpt-file.
            COPY saychkpt.

            FD  saydrvct-file.
            COPY saydrvct.

            WORKING-STORAGE SECTION.
            01  ws-saytran-status    PIC X(2).
            01  ws-saytrn01-status   PIC X(2).
            01  ws-saytrn02-status   PIC X(2).
            01  ws-saytrn03-status   PIC X(2).
            01  ws-saysplct-status   PIC X(2).
            01  ws-saychkpt-status   PIC X(2).
            01  ws-saydrvct-status   PIC X(2).
            01  ws-probe-dsname      PIC X(12).
            01  ws-eof-switch        PIC X     VALUE "N".
                88 ws-eof                      VALUE "Y".
            01  ws-tran-opened-switch PIC X    VALUE "N".
                88 ws-tran-opened              VALUE "Y".
            01  ws-streams-opened-switch PIC X VALUE "N".
                88 ws-streams-opened           VALUE "Y".
            01  ws-file-refused-switch PIC X  VALUE "N".
                88 ws-file-refused             VALUE "Y".
            01  ws-refuse-reason     PIC X(32).
            01  ws-current-timestamp PIC X(21).
            01  ws-file-date         PIC 9(8)  VALUE ZERO.
            01  ws-detail-count      PIC 9(9)  VALUE ZERO.
            01  ws-stream-sub        PIC 9(1)  COMP.
            01  ws-stream-id         PIC 9(2).
            01  ws-stream-count      PIC 9(9)  OCCURS 3 TIMES.
            01  ws-stream-header.
                05  FILLER           PIC X(4)  VALUE "HDR*".
                05  ws-stream-hdr-date PIC 9(8).
                05  FILLER           PIC X(77) VALUE SPACES.
            01  ws-stream-trailer.
                05  FILLER           PIC X(4)  VALUE "TRL*".
                05  ws-stream-trl-count PIC 9(9).
                05  FILLER           PIC X(76) VALUE SPACES.
           *> Run-control fields for the shared SAYRUNCT chain
           *> guard.  The split sits between sayedit and the
           *> SAYDRVnn stream runs of a partitioned night.
            01  ws-run-refused-switch PIC X    VALUE "N".
                88 ws-run-refused              VALUE "Y".
            01  ws-runc-function     PIC X(3).
            01  ws-runc-job-name     PIC X(8)  VALUE "SAYSPLIT".
            01  ws-runc-pred-name    PIC X(8)  VALUE "SAYEDIT".
            01  ws-runc-run-date     PIC 9(8).
            01  ws-runc-return-code  PIC 9(2).

            PROCEDURE DIVISION.
            0000-MAIN.
                PERFORM 0100-CHECK-RUN-CONTROL.
                IF ws-run-refused
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM 1000-INITIALIZE
                    PERFORM 2000-SPLIT-TRANSACTIONS
                        UNTIL ws-eof
                    PERFORM 9000-TERMINATE
                    IF ws-file-refused
                        MOVE 8 TO RETURN-CODE
                    ELSE
                        PERFORM 0200-STAMP-RUN-CONTROL
                    END-IF
                END-IF.
                STOP RUN.

            0100-CHECK-RUN-CONTROL.
                MOVE FUNCTION CURRENT-DATE
                    TO ws-current-timestamp.
                MOVE ws-current-timestamp(1:8)
                    TO ws-runc-run-date.
                MOVE "CHK" TO ws-runc-function.
                CALL "sayrunc" USING ws-runc-function
                        ws-runc-job-name ws-runc-pred-name
                        ws-runc-run-date ws-runc-return-code
                END-CALL.
                IF ws-runc-return-code NOT = ZERO
                    SET ws-run-refused TO TRUE
                END-IF.

            0200-STAMP-RUN-CONTROL.
                MOVE "END" TO ws-runc-function.
                CALL "sayrunc" USING ws-runc-function
                        ws-runc-job-name ws-runc-pred-name
                        ws-runc-run-date ws-runc-return-code
                END-CALL.

            1000-INITIALIZE.
                PERFORM VARYING ws-stream-sub FROM 1 BY 1
                        UNTIL ws-stream-sub > 3
                    MOVE ZERO TO ws-stream-count(ws-stream-sub)
                END-PERFORM.
                PERFORM 1100-CHECK-PRIOR-STREAMS
                    VARYING ws-stream-sub FROM 1 BY 1
                    UNTIL ws-stream-sub > 3
                       OR ws-file-refused.
                IF NOT ws-file-refused
                    OPEN INPUT saytran-file
                    IF ws-saytran-status = "00"
                        SET ws-tran-opened TO TRUE
                        PERFORM 1500-VERIFY-FILE-HEADER
                    ELSE
                        MOVE "SAYTRAN FILE NOT AVAILABLE"
                            TO ws-refuse-reason
                        PERFORM 1600-REFUSE-FILE
                    END-IF
                END-IF.
                IF NOT ws-file-refused
                    OPEN OUTPUT saytrn01-file saytrn02-file
                         saytrn03-file
                    SET ws-streams-opened TO TRUE
                    MOVE ws-file-date TO ws-stream-hdr-date
                    WRITE saytrn01-record FROM ws-stream-header
                    WRITE saytrn02-record FROM ws-stream-header
                    WRITE saytrn03-record FROM ws-stream-header
                END-IF.

            1100-CHECK-PRIOR-STREAMS.
                *> A stream still holding a checkpoint abended and
                *> was never restarted; one still holding control
                *> totals finished but was never merged.  Either
                *> way its postings are not on the normal datasets
                *> yet, and replacing its SAYTRNnn would lose them.
                MOVE ws-stream-sub TO ws-stream-id.
                MOVE SPACES TO ws-probe-dsname.
                STRING "SAYCKP" ws-stream-id ".DAT"
                    DELIMITED BY SIZE INTO ws-probe-dsname
                END-STRING.
                OPEN INPUT saychkpt-file.
                IF ws-saychkpt-status = "00"
                    READ saychkpt-file
                        NOT AT END
                            MOVE "STREAM RESTART STILL PENDING"
                                TO ws-refuse-reason
                            PERFORM 1600-REFUSE-FILE
                    END-READ
                    CLOSE saychkpt-file
                END-IF.
                MOVE SPACES TO ws-probe-dsname.
                STRING "SAYDCT" ws-stream-id ".DAT"
                    DELIMITED BY SIZE INTO ws-probe-dsname
                END-STRING.
                OPEN INPUT saydrvct-file.
                IF ws-saydrvct-status = "00"
                    READ saydrvct-file
                        NOT AT END
                            MOVE "STREAM NOT YET MERGED"
                                TO ws-refuse-reason
                            PERFORM 1600-REFUSE-FILE
                    END-READ
                    CLOSE saydrvct-file
                END-IF.
                IF ws-file-refused
                    DISPLAY "SAYSPLIT - STREAM " ws-stream-id
                            " FROM THE LAST PARTITIONED RUN"
                END-IF.

            1500-VERIFY-FILE-HEADER.
                READ saytran-file
                    AT END
                        MOVE "FILE IS EMPTY - NO HEADER RECORD"
                            TO ws-refuse-reason
                        PERFORM 1600-REFUSE-FILE
                    NOT AT END
                        IF saytran-hdr-id = "HDR*"
                            MOVE saytran-hdr-file-date
                                TO ws-file-date
                        ELSE
                            MOVE "FIRST RECORD IS NOT A HEADER"
                                TO ws-refuse-reason
                            PERFORM 1600-REFUSE-FILE
                        END-IF
                END-READ.

            1600-REFUSE-FILE.
                SET ws-file-refused TO TRUE.
                SET ws-eof TO TRUE.
                DISPLAY "SAYSPLIT - FILE REFUSED - "
                        ws-refuse-reason.

            2000-SPLIT-TRANSACTIONS.
                READ saytran-file
                    AT END
                        MOVE "TRAILER RECORD MISSING"
                            TO ws-refuse-reason
                        PERFORM 1600-REFUSE-FILE
                    NOT AT END
                        IF saytran-trl-id = "TRL*"
                            SET ws-eof TO TRUE
                            IF saytran-trl-count
                                    NOT = ws-detail-count
                                MOVE "TRAILER COUNT MISMATCH"
                                    TO ws-refuse-reason
                                PERFORM 1600-REFUSE-FILE
                            END-IF
                        ELSE
                            PERFORM 2100-ROUTE-TRANSACTION
                        END-IF
                END-READ.

            2100-ROUTE-TRANSACTION.
                ADD 1 TO ws-detail-count.
                EVALUATE saytran-provider
                    WHEN "P2"
                        MOVE 2 TO ws-stream-sub
                        WRITE saytrn02-record FROM saytran-record
                    WHEN "P3"
                        MOVE 3 TO ws-stream-sub
                        WRITE saytrn03-record FROM saytran-record
                    WHEN OTHER
                        MOVE 1 TO ws-stream-sub
                        WRITE saytrn01-record FROM saytran-record
                END-EVALUATE.
                ADD 1 TO ws-stream-count(ws-stream-sub).

            9000-TERMINATE.
                IF ws-tran-opened
                    CLOSE saytran-file
                END-IF.
                IF ws-streams-opened
                    IF ws-file-refused
                        *> Nothing half-split is left for a stream
                        *> run to pick up - the streams go back
                        *> empty and saydrv refuses them.
                        CLOSE saytrn01-file saytrn02-file
                              saytrn03-file
                        OPEN OUTPUT saytrn01-file saytrn02-file
                             saytrn03-file
                        CLOSE saytrn01-file saytrn02-file
                              saytrn03-file
                    ELSE
                        PERFORM 9100-WRITE-STREAM-TRAILERS
                        PERFORM 9200-WRITE-SPLIT-CONTROL
                    END-IF
                END-IF.
                DISPLAY "SAYSPLIT - FILE DATE=" ws-file-date
                        " TRANSACTIONS=" ws-detail-count.
                DISPLAY "SAYSPLIT - STREAM 01=" ws-stream-count(1)
                        " 02=" ws-stream-count(2)
                        " 03=" ws-stream-count(3).

            9100-WRITE-STREAM-TRAILERS.
                MOVE ws-stream-count(1) TO ws-stream-trl-count.
                WRITE saytrn01-record FROM ws-stream-trailer.
                MOVE ws-stream-count(2) TO ws-stream-trl-count.
                WRITE saytrn02-record FROM ws-stream-trailer.
                MOVE ws-stream-count(3) TO ws-stream-trl-count.
                WRITE saytrn03-record FROM ws-stream-trailer.
                CLOSE saytrn01-file saytrn02-file saytrn03-file.

            9200-WRITE-SPLIT-CONTROL.
                MOVE FUNCTION CURRENT-DATE TO ws-current-timestamp.
                OPEN OUTPUT saysplct-file.
                MOVE ws-runc-run-date TO saysplct-run-date.
                MOVE ws-file-date TO saysplct-file-date.
                MOVE ws-detail-count TO saysplct-total-count.
                PERFORM VARYING ws-stream-sub FROM 1 BY 1
                        UNTIL ws-stream-sub > 3
                    MOVE ws-stream-count(ws-stream-sub)
                        TO saysplct-stream-count(ws-stream-sub)
                END-PERFORM.
                MOVE ws-current-timestamp TO saysplct-timestamp.
                WRITE saysplct-record.
                CLOSE saysplct-file.
