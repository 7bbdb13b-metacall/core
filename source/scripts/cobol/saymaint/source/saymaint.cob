                SELECT saymtxn-file ASSIGN TO "SAYMAINT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saymtxn-status.
                SELECT sayoper-file ASSIGN TO "SAYOPER.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayoper-status.
                SELECT saypend-file ASSIGN TO "SAYPEND.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saypend-status.
                SELECT saypndct-file ASSIGN TO "SAYPNDCT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saypndct-status.
            DATA DIVISION.
            FILE SECTION.
            FD  saymtxn-file.
            COPY saymtxn.

            FD  sayoper-file.
            COPY sayoper.

            FD  saypend-file.
            COPY saypend.

            FD  saypndct-file.
            COPY saypndct.

            WORKING-STORAGE SECTION.
            01  ws-saymtxn-status    PIC X(2).
            01  ws-sayoper-status    PIC X(2).
            01  ws-saypend-status    PIC X(2).
            01  ws-saypndct-status   PIC X(2).
            01  ws-eof-switch        PIC X     VALUE "N".
                88 ws-eof                      VALUE "Y".
            01  ws-txn-opened-switch PIC X     VALUE "N".
                88 ws-txn-opened               VALUE "Y".
            01  ws-operator-id       PIC X(8)  VALUE SPACES.
            01  ws-last-change-id    PIC 9(9)  VALUE ZERO.
            01  ws-current-timestamp PIC X(21).
            01  ws-submit-count      PIC 9(7)  VALUE ZERO.
            01  ws-reject-count      PIC 9(7)  VALUE ZERO.
            01  ws-eff-date          PIC 9(8).
            01  ws-exp-date          PIC 9(8).
            PROCEDURE DIVISION.
            0000-MAIN.
                PERFORM 1000-INITIALIZE.
                PERFORM 2000-SUBMIT-TRANSACTIONS
                    UNTIL ws-eof.
                PERFORM 9000-TERMINATE.
                STOP RUN.

            1000-INITIALIZE.
                *> SAYMSGS changes are dual-control - this run only
                *> queues them on SAYPEND under the submitting
                *> operator.  sayaprv applies them once a second
                *> operator approves.
                PERFORM 1050-READ-OPERATOR-CARD.
                IF ws-operator-id = SPACES
                    SET ws-eof TO TRUE
                    DISPLAY "SAYMAINT - NO SAYOPER CARD, "
                            "NOTHING SUBMITTED"
                ELSE
                    OPEN INPUT saymtxn-file
                    IF ws-saymtxn-status = "00"
                        SET ws-txn-opened TO TRUE
                    ELSE
                        SET ws-eof TO TRUE
                    END-IF
                    PERFORM 1100-LOAD-CHANGE-COUNTER
                    OPEN EXTEND saypend-file
                    IF ws-saypend-status = "35"
                        OPEN OUTPUT saypend-file
                    END-IF
                END-IF.

            1050-READ-OPERATOR-CARD.
                OPEN INPUT sayoper-file.
                IF ws-sayoper-status = "00"
                    READ sayoper-file
                        NOT AT END
                            MOVE sayoper-operator-id TO ws-operator-id
                    END-READ
                    CLOSE sayoper-file
                END-IF.

            1100-LOAD-CHANGE-COUNTER.
                OPEN INPUT saypndct-file.
                IF ws-saypndct-status = "00"
                    READ saypndct-file
                        NOT AT END
                            MOVE saypndct-last-id TO ws-last-change-id
                    END-READ
                    CLOSE saypndct-file
                END-IF.

            2000-SUBMIT-TRANSACTIONS.
                READ saymtxn-file
                    AT END
                        SET ws-eof TO TRUE
                    NOT AT END
                        PERFORM 2100-SUBMIT-ONE-TRANSACTION
                END-READ.

            2100-SUBMIT-ONE-TRANSACTION.
                PERFORM 2050-EDIT-ENTRY-DATES.
                IF ws-dates-bad
                    ADD 1 TO ws-reject-count
                    DISPLAY "SAYMAINT - EXPIRY BEFORE EFFECTIVE "
                            "DATE FOR " saymtxn-code
                ELSE
                    EVALUATE saymtxn-action
                        WHEN "A"
                        WHEN "C"
                        WHEN "D"
                            PERFORM 2200-QUEUE-CHANGE
                        WHEN OTHER
                            ADD 1 TO ws-reject-count
                            DISPLAY "SAYMAINT - UNKNOWN ACTION CODE "
                                    saymtxn-action " FOR "
                                    saymtxn-code
                    END-EVALUATE
                END-IF.

            2050-EDIT-ENTRY-DATES.
                    SET ws-dates-bad TO TRUE
                END-IF.

            2200-QUEUE-CHANGE.
                *> The card is queued with its dates already edited
                *> to zero-or-numeric, so the checker's run applies
                *> exactly what the maker was shown here.
                MOVE ws-eff-date TO saymtxn-eff-date.
                MOVE ws-exp-date TO saymtxn-exp-date.
                ADD 1 TO ws-last-change-id.
                MOVE FUNCTION CURRENT-DATE TO ws-current-timestamp.
                MOVE ws-last-change-id TO saypend-change-id.
                MOVE "M" TO saypend-table.
                MOVE saymtxn-action TO saypend-action.
                MOVE ws-operator-id TO saypend-maker.
                MOVE ws-current-timestamp TO saypend-submitted.
                MOVE saymtxn-record TO saypend-txn-image.
                WRITE saypend-record.
                ADD 1 TO ws-submit-count.
                DISPLAY "SAYMAINT - CHANGE " ws-last-change-id
                        " PENDING - " saymtxn-action " "
                        saymtxn-code " " ws-eff-date.

            9000-TERMINATE.
                IF ws-operator-id = SPACES
                    MOVE 8 TO RETURN-CODE
                ELSE
                    IF ws-txn-opened
                        CLOSE saymtxn-file
                    END-IF
                    CLOSE saypend-file
                    OPEN OUTPUT saypndct-file
                    MOVE ws-last-change-id TO saypndct-last-id
                    WRITE saypndct-record
                    CLOSE saypndct-file
                END-IF.
                DISPLAY "SAYMAINT - OPERATOR=" ws-operator-id
                        " SUBMITTED=" ws-submit-count
                        " REJECTS=" ws-reject-count.
