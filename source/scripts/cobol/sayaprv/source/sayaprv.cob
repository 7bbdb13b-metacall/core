            IDENTIFICATION DIVISION.
            PROGRAM-ID. sayaprv.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT sayoper-file ASSIGN TO "SAYOPER.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayoper-status.
                SELECT sayaptxn-file ASSIGN TO "SAYAPTXN.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayaptxn-status.
                SELECT saypend-file ASSIGN TO "SAYPEND.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saypend-status.
                SELECT saypndwk-file ASSIGN TO "SAYPNDWK.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saypndwk-status.
                SELECT saymsgs-file ASSIGN TO "SAYMSGS.DAT"
                    ORGANIZATION INDEXED
                    ACCESS MODE RANDOM
                    RECORD KEY saymsgs-key
                    FILE STATUS ws-saymsgs-status.
                SELECT sayauth-file ASSIGN TO "SAYAUTH.DAT"
                    ORGANIZATION INDEXED
                    ACCESS MODE RANDOM
                    RECORD KEY sayauth-key
                    FILE STATUS ws-sayauth-status.
                SELECT saychjnl-file ASSIGN TO "SAYCHJNL.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saychjnl-status.
            DATA DIVISION.
            FILE SECTION.
            FD  sayoper-file.
            COPY sayoper.

            FD  sayaptxn-file.
            COPY sayaptxn.

            FD  saypend-file.
            COPY saypend.

            FD  saypndwk-file.
            01  saypndwk-record         PIC X(121).

            FD  saymsgs-file.
            COPY saymsg.

            FD  sayauth-file.
            COPY sayauth.

            FD  saychjnl-file.
            COPY saychjnl.

            WORKING-STORAGE SECTION.
            01  ws-sayoper-status    PIC X(2).
            01  ws-sayaptxn-status   PIC X(2).
            01  ws-saypend-status    PIC X(2).
            01  ws-saypndwk-status   PIC X(2).
            01  ws-saymsgs-status    PIC X(2).
            01  ws-sayauth-status    PIC X(2).
            01  ws-saychjnl-status   PIC X(2).
            01  ws-eof-switch        PIC X     VALUE "N".
                88 ws-eof                      VALUE "Y".
            01  ws-scan-eof-switch   PIC X     VALUE "N".
                88 ws-scan-eof                 VALUE "Y".
            01  ws-pend-opened-switch PIC X    VALUE "N".
                88 ws-pend-opened              VALUE "Y".
            01  ws-msgs-opened-switch PIC X    VALUE "N".
                88 ws-msgs-opened              VALUE "Y".
            01  ws-auth-opened-switch PIC X    VALUE "N".
                88 ws-auth-opened              VALUE "Y".
            01  ws-decision-found-switch PIC X VALUE "N".
                88 ws-decision-found           VALUE "Y".
            01  ws-operator-id       PIC X(8)  VALUE SPACES.
            01  ws-current-timestamp PIC X(21).
            01  ws-disposition       PIC X(8).
            01  ws-before-image      PIC X(80).
            01  ws-after-image       PIC X(80).
           *> The queued card is worked through the same layouts the
           *> makers edited it with.
            COPY saymtxn.
            COPY sayatxn.
           *> Decision cards loaded from SAYAPTXN.
            01  ws-dec-count         PIC 9(3)  COMP VALUE ZERO.
            01  ws-dec-max           PIC 9(3)  COMP VALUE 500.
            01  ws-dec-table.
                05  ws-dec-entry     OCCURS 500 TIMES.
                    10  ws-dec-change-id    PIC 9(9).
                    10  ws-dec-decision     PIC X(1).
                    10  ws-dec-used         PIC X(1).
            01  ws-dec-sub           PIC 9(3)  COMP.
            01  ws-hit-sub           PIC 9(3)  COMP.
            01  ws-applied-count     PIC 9(7)  VALUE ZERO.
            01  ws-rejected-count    PIC 9(7)  VALUE ZERO.
            01  ws-failed-count      PIC 9(7)  VALUE ZERO.
            01  ws-kept-count        PIC 9(7)  VALUE ZERO.
            01  ws-own-count         PIC 9(7)  VALUE ZERO.
            01  ws-card-reject-count PIC 9(7)  VALUE ZERO.
            01  ws-not-pending-count PIC 9(7)  VALUE ZERO.

            PROCEDURE DIVISION.
            0000-MAIN.
                PERFORM 1000-INITIALIZE.
                IF ws-operator-id = SPACES
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM 2000-DISPOSE-PENDING-CHANGES
                        UNTIL ws-eof
                    PERFORM 8000-REPORT-UNUSED-DECISIONS
                    PERFORM 9000-TERMINATE
                    IF ws-failed-count > ZERO
                       OR ws-own-count > ZERO
                       OR ws-card-reject-count > ZERO
                       OR ws-not-pending-count > ZERO
                        MOVE 4 TO RETURN-CODE
                    END-IF
                END-IF.
                STOP RUN.

            1000-INITIALIZE.
                OPEN INPUT sayoper-file.
                IF ws-sayoper-status = "00"
                    READ sayoper-file
                        NOT AT END
                            MOVE sayoper-operator-id TO ws-operator-id
                    END-READ
                    CLOSE sayoper-file
                END-IF.
                IF ws-operator-id = SPACES
                    SET ws-eof TO TRUE
                    DISPLAY "SAYAPRV - NO SAYOPER CARD, "
                            "NOTHING APPROVED"
                ELSE
                    PERFORM 1100-LOAD-DECISIONS
                    OPEN INPUT saypend-file
                    IF ws-saypend-status = "00"
                        SET ws-pend-opened TO TRUE
                        OPEN OUTPUT saypndwk-file
                    ELSE
                        SET ws-eof TO TRUE
                    END-IF
                    OPEN EXTEND saychjnl-file
                    IF ws-saychjnl-status = "35"
                        OPEN OUTPUT saychjnl-file
                    END-IF
                END-IF.

            1100-LOAD-DECISIONS.
                OPEN INPUT sayaptxn-file.
                IF ws-sayaptxn-status = "00"
                    MOVE "N" TO ws-scan-eof-switch
                    PERFORM UNTIL ws-scan-eof
                        READ sayaptxn-file
                            AT END
                                SET ws-scan-eof TO TRUE
                            NOT AT END
                                PERFORM 1150-TABLE-ONE-DECISION
                        END-READ
                    END-PERFORM
                    CLOSE sayaptxn-file
                END-IF.

            1150-TABLE-ONE-DECISION.
                IF sayaptxn-change-id NOT NUMERIC
                   OR (sayaptxn-decision NOT = "A"
                       AND sayaptxn-decision NOT = "R")
                    ADD 1 TO ws-card-reject-count
                    DISPLAY "SAYAPRV - DECISION CARD INVALID: "
                            sayaptxn-record(1:10)
                ELSE
                    IF ws-dec-count < ws-dec-max
                        ADD 1 TO ws-dec-count
                        MOVE sayaptxn-change-id
                            TO ws-dec-change-id(ws-dec-count)
                        MOVE sayaptxn-decision
                            TO ws-dec-decision(ws-dec-count)
                        MOVE "N" TO ws-dec-used(ws-dec-count)
                    ELSE
                        ADD 1 TO ws-card-reject-count
                        DISPLAY "SAYAPRV - DECISION TABLE FULL, "
                                sayaptxn-change-id " NOT LOADED"
                    END-IF
                END-IF.

            2000-DISPOSE-PENDING-CHANGES.
                READ saypend-file
                    AT END
                        SET ws-eof TO TRUE
                    NOT AT END
                        PERFORM 2100-DISPOSE-ONE-CHANGE
                END-READ.

            2100-DISPOSE-ONE-CHANGE.
                PERFORM 2200-FIND-DECISION.
                IF NOT ws-decision-found
                    ADD 1 TO ws-kept-count
                    WRITE saypndwk-record FROM saypend-record
                ELSE
                    MOVE "Y" TO ws-dec-used(ws-hit-sub)
                    *> Dual control - the operator who submitted a
                    *> change can never be the one who releases it.
                    IF saypend-maker = ws-operator-id
                        ADD 1 TO ws-own-count
                        ADD 1 TO ws-kept-count
                        WRITE saypndwk-record FROM saypend-record
                        DISPLAY "SAYAPRV - CHANGE " saypend-change-id
                                " WAS SUBMITTED BY " ws-operator-id
                                ", LEFT PENDING"
                    ELSE
                        MOVE SPACES TO ws-before-image
                        MOVE SPACES TO ws-after-image
                        IF ws-dec-decision(ws-hit-sub) = "R"
                            MOVE "REJECTED" TO ws-disposition
                            ADD 1 TO ws-rejected-count
                        ELSE
                            MOVE "APPLIED" TO ws-disposition
                            IF saypend-msgs-table
                                PERFORM 3000-APPLY-MESSAGE-CHANGE
                            ELSE
                                PERFORM 3500-APPLY-AUTH-CHANGE
                            END-IF
                            IF ws-disposition = "APPLIED"
                                ADD 1 TO ws-applied-count
                            ELSE
                                ADD 1 TO ws-failed-count
                            END-IF
                        END-IF
                        *> Nothing was written for a change turned
                        *> down, so the journal carries the row as
                        *> proposed - the card less its action code,
                        *> which is laid out as the table row.  A
                        *> proposed delete leaves no row.
                        IF ws-disposition NOT = "APPLIED"
                           AND saypend-action NOT = "D"
                            MOVE saypend-txn-image(2:80)
                                TO ws-after-image
                        END-IF
                        PERFORM 4000-WRITE-JOURNAL
                        DISPLAY "SAYAPRV - CHANGE " saypend-change-id
                                " " ws-disposition
                    END-IF
                END-IF.

            2200-FIND-DECISION.
                MOVE "N" TO ws-decision-found-switch.
                PERFORM VARYING ws-dec-sub FROM 1 BY 1
                        UNTIL ws-dec-sub > ws-dec-count
                        OR ws-decision-found
                    IF ws-dec-change-id(ws-dec-sub)
                            = saypend-change-id
                        SET ws-decision-found TO TRUE
                        MOVE ws-dec-sub TO ws-hit-sub
                    END-IF
                END-PERFORM.

            3000-APPLY-MESSAGE-CHANGE.
                IF NOT ws-msgs-opened
                    OPEN I-O saymsgs-file
                    IF ws-saymsgs-status = "35"
                        OPEN OUTPUT saymsgs-file
                        CLOSE saymsgs-file
                        OPEN I-O saymsgs-file
                    END-IF
                    SET ws-msgs-opened TO TRUE
                END-IF.
                MOVE saypend-txn-image TO saymtxn-record.
                MOVE saymtxn-code TO saymsgs-code.
                MOVE saymtxn-eff-date TO saymsgs-eff-date.
                EVALUATE saypend-action
                    WHEN "A"
                        PERFORM 3100-ADD-MESSAGE
                    WHEN "C"
                        PERFORM 3200-CHANGE-MESSAGE
                    WHEN "D"
                        PERFORM 3300-DELETE-MESSAGE
                    WHEN OTHER
                        MOVE "FAILED" TO ws-disposition
                END-EVALUATE.

            3100-ADD-MESSAGE.
                MOVE saymtxn-exp-date TO saymsgs-exp-date.
                MOVE saymtxn-hello TO saymsgs-hello.
                MOVE saymtxn-world TO saymsgs-world.
                WRITE saymsgs-record
                    INVALID KEY
                        MOVE "FAILED" TO ws-disposition
                    NOT INVALID KEY
                        MOVE saymsgs-record TO ws-after-image
                END-WRITE.

            3200-CHANGE-MESSAGE.
                READ saymsgs-file
                    KEY IS saymsgs-key
                    INVALID KEY
                        MOVE "FAILED" TO ws-disposition
                    NOT INVALID KEY
                        MOVE saymsgs-record TO ws-before-image
                        MOVE saymtxn-exp-date TO saymsgs-exp-date
                        MOVE saymtxn-hello TO saymsgs-hello
                        MOVE saymtxn-world TO saymsgs-world
                        REWRITE saymsgs-record
                        MOVE saymsgs-record TO ws-after-image
                END-READ.

            3300-DELETE-MESSAGE.
                READ saymsgs-file
                    KEY IS saymsgs-key
                    INVALID KEY
                        MOVE "FAILED" TO ws-disposition
                    NOT INVALID KEY
                        MOVE saymsgs-record TO ws-before-image
                        DELETE saymsgs-file
                        END-DELETE
                END-READ.

            3500-APPLY-AUTH-CHANGE.
                *> Opened only when an authorization change is
                *> actually applied: say treats a missing SAYAUTH
                *> dataset as "allow every caller" but an existing
                *> empty one as "deny every coded message", so a run
                *> with nothing to apply must not materialize the
                *> table and flip the installation to deny-all.
                IF NOT ws-auth-opened
                    OPEN I-O sayauth-file
                    IF ws-sayauth-status = "35"
                        OPEN OUTPUT sayauth-file
                        CLOSE sayauth-file
                        OPEN I-O sayauth-file
                    END-IF
                    SET ws-auth-opened TO TRUE
                END-IF.
                MOVE saypend-txn-image TO sayatxn-record.
                MOVE sayatxn-caller-program TO sayauth-caller-program.
                MOVE sayatxn-msg-code TO sayauth-msg-code.
                EVALUATE saypend-action
                    WHEN "A"
                        WRITE sayauth-record
                            INVALID KEY
                                MOVE "FAILED" TO ws-disposition
                            NOT INVALID KEY
                                MOVE sayauth-record TO ws-after-image
                        END-WRITE
                    WHEN "D"
                        READ sayauth-file
                            KEY IS sayauth-key
                            INVALID KEY
                                MOVE "FAILED" TO ws-disposition
                            NOT INVALID KEY
                                MOVE sayauth-record TO ws-before-image
                                DELETE sayauth-file
                                END-DELETE
                        END-READ
                    WHEN OTHER
                        MOVE "FAILED" TO ws-disposition
                END-EVALUATE.

            4000-WRITE-JOURNAL.
                MOVE FUNCTION CURRENT-DATE TO ws-current-timestamp.
                MOVE ws-current-timestamp TO saychjnl-timestamp.
                MOVE saypend-change-id TO saychjnl-change-id.
                MOVE saypend-table TO saychjnl-table.
                MOVE saypend-action TO saychjnl-action.
                MOVE ws-disposition TO saychjnl-disposition.
                MOVE saypend-maker TO saychjnl-maker.
                MOVE saypend-submitted TO saychjnl-submitted.
                MOVE ws-operator-id TO saychjnl-checker.
                MOVE ws-before-image TO saychjnl-before-image.
                MOVE ws-after-image TO saychjnl-after-image.
                WRITE saychjnl-record.

            8000-REPORT-UNUSED-DECISIONS.
                PERFORM VARYING ws-dec-sub FROM 1 BY 1
                        UNTIL ws-dec-sub > ws-dec-count
                    IF ws-dec-used(ws-dec-sub) = "N"
                        ADD 1 TO ws-not-pending-count
                        DISPLAY "SAYAPRV - CHANGE "
                                ws-dec-change-id(ws-dec-sub)
                                " IS NOT PENDING, DECISION IGNORED"
                    END-IF
                END-PERFORM.

            9000-TERMINATE.
                *> Disposed changes come off SAYPEND - it is rewritten
                *> from the work file with only what is still open.
                IF ws-pend-opened
                    CLOSE saypend-file saypndwk-file
                    OPEN INPUT saypndwk-file
                    OPEN OUTPUT saypend-file
                    MOVE "N" TO ws-scan-eof-switch
                    PERFORM UNTIL ws-scan-eof
                        READ saypndwk-file
                            AT END
                                SET ws-scan-eof TO TRUE
                            NOT AT END
                                WRITE saypend-record
                                    FROM saypndwk-record
                        END-READ
                    END-PERFORM
                    CLOSE saypndwk-file saypend-file
                END-IF.
                CLOSE saychjnl-file.
                IF ws-msgs-opened
                    CLOSE saymsgs-file
                END-IF.
                IF ws-auth-opened
                    CLOSE sayauth-file
                END-IF.
                DISPLAY "SAYAPRV - CHECKER=" ws-operator-id
                        " APPLIED=" ws-applied-count
                        " REJECTED=" ws-rejected-count
                        " FAILED=" ws-failed-count
                        " STILL PENDING=" ws-kept-count.
