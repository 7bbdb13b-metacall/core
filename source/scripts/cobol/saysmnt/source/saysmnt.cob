            IDENTIFICATION DIVISION.
            PROGRAM-ID. saysmnt.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT saystxn-file ASSIGN TO "SAYSUTXN.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saystxn-status.
                SELECT saysupp-file ASSIGN TO "SAYSUPP.DAT"
                    ORGANIZATION INDEXED
                    ACCESS MODE RANDOM
                    RECORD KEY saysupp-key
                    FILE STATUS ws-saysupp-status.
                SELECT saysmaud-file ASSIGN TO "SAYSMAUD.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saysmaud-status.
            DATA DIVISION.
            FILE SECTION.
            FD  saystxn-file.
            COPY saystxn.

            FD  saysupp-file.
            COPY saysupp.

           *> One audit line per applied transaction:
           *>   timestamp action name provider code start end
           *> so the desk can show a customer when their request
           *> was put on and when it was lifted.
            FD  saysmaud-file.
            01  saysmaud-record         PIC X(80).

            WORKING-STORAGE SECTION.
            01  ws-saystxn-status    PIC X(2).
            01  ws-saysupp-status    PIC X(2).
            01  ws-saysmaud-status   PIC X(2).
            01  ws-eof-switch        PIC X     VALUE "N".
                88 ws-eof                      VALUE "Y".
            01  ws-txn-bad-switch    PIC X     VALUE "N".
                88 ws-txn-bad                  VALUE "Y".
            01  ws-current-timestamp PIC X(21).
            01  ws-audit-action      PIC X(6).
            01  ws-start-date        PIC 9(8).
            01  ws-end-date          PIC 9(8).
            01  ws-add-count         PIC 9(7)  VALUE ZERO.
            01  ws-change-count      PIC 9(7)  VALUE ZERO.
            01  ws-delete-count      PIC 9(7)  VALUE ZERO.
            01  ws-reject-count      PIC 9(7)  VALUE ZERO.

            PROCEDURE DIVISION.
            0000-MAIN.
                PERFORM 1000-INITIALIZE.
                PERFORM 2000-APPLY-TRANSACTIONS
                    UNTIL ws-eof.
                PERFORM 9000-TERMINATE.
                STOP RUN.

            1000-INITIALIZE.
                OPEN INPUT saystxn-file.
                IF ws-saystxn-status NOT = "00"
                    SET ws-eof TO TRUE
                END-IF.
                OPEN I-O saysupp-file.
                IF ws-saysupp-status = "35"
                    OPEN OUTPUT saysupp-file
                    CLOSE saysupp-file
                    OPEN I-O saysupp-file
                END-IF.
                OPEN EXTEND saysmaud-file.
                IF ws-saysmaud-status = "35"
                    OPEN OUTPUT saysmaud-file
                END-IF.

            2000-APPLY-TRANSACTIONS.
                READ saystxn-file
                    AT END
                        SET ws-eof TO TRUE
                    NOT AT END
                        PERFORM 2100-APPLY-ONE-TRANSACTION
                END-READ.

            2100-APPLY-ONE-TRANSACTION.
                PERFORM 2050-EDIT-TRANSACTION.
                IF ws-txn-bad
                    ADD 1 TO ws-reject-count
                ELSE
                    MOVE saystxn-subst-name TO saysupp-subst-name
                    MOVE saystxn-provider TO saysupp-provider
                    MOVE saystxn-msg-code TO saysupp-msg-code
                    MOVE ws-start-date TO saysupp-start-date
                    EVALUATE saystxn-action
                        WHEN "A"
                            PERFORM 2110-ADD-SUPPRESSION
                        WHEN "C"
                            PERFORM 2120-CHANGE-SUPPRESSION
                        WHEN "D"
                            PERFORM 2130-DELETE-SUPPRESSION
                        WHEN OTHER
                            ADD 1 TO ws-reject-count
                            DISPLAY "SAYSMNT - UNKNOWN ACTION CODE "
                                    saystxn-action " FOR "
                                    saystxn-subst-name
                    END-EVALUATE
                END-IF.

            2050-EDIT-TRANSACTION.
                *> Blank or unkeyed dates are taken as zero - from
                *> the beginning / until lifted.  An entry with no
                *> name would match nothing, so it is refused.
                MOVE "N" TO ws-txn-bad-switch.
                IF saystxn-start-date NUMERIC
                    MOVE saystxn-start-date TO ws-start-date
                ELSE
                    MOVE ZERO TO ws-start-date
                END-IF.
                IF saystxn-end-date NUMERIC
                    MOVE saystxn-end-date TO ws-end-date
                ELSE
                    MOVE ZERO TO ws-end-date
                END-IF.
                IF saystxn-subst-name = SPACES
                    SET ws-txn-bad TO TRUE
                    DISPLAY "SAYSMNT - NO SUBSTITUTION NAME ON "
                            "TRANSACTION"
                END-IF.
                IF ws-end-date > ZERO
                   AND ws-end-date < ws-start-date
                    SET ws-txn-bad TO TRUE
                    DISPLAY "SAYSMNT - END DATE BEFORE START DATE "
                            "FOR " saystxn-subst-name
                END-IF.

            2110-ADD-SUPPRESSION.
                MOVE ws-end-date TO saysupp-end-date.
                MOVE saystxn-reason TO saysupp-reason.
                MOVE FUNCTION CURRENT-DATE TO saysupp-updated.
                WRITE saysupp-record
                    INVALID KEY
                        ADD 1 TO ws-reject-count
                        DISPLAY "SAYSMNT - ADD FAILED FOR "
                                saystxn-subst-name " "
                                saystxn-provider " "
                                saystxn-msg-code " " ws-start-date
                    NOT INVALID KEY
                        ADD 1 TO ws-add-count
                        MOVE "ADD" TO ws-audit-action
                        PERFORM 2500-WRITE-AUDIT-LINE
                END-WRITE.

            2120-CHANGE-SUPPRESSION.
                *> A change sets the end date and reason - the way
                *> an entry is lifted while keeping its history.
                READ saysupp-file
                    KEY IS saysupp-key
                    INVALID KEY
                        ADD 1 TO ws-reject-count
                        DISPLAY "SAYSMNT - CHANGE FAILED FOR "
                                saystxn-subst-name " "
                                saystxn-provider " "
                                saystxn-msg-code " " ws-start-date
                    NOT INVALID KEY
                        MOVE ws-end-date TO saysupp-end-date
                        IF saystxn-reason NOT = SPACES
                            MOVE saystxn-reason TO saysupp-reason
                        END-IF
                        MOVE FUNCTION CURRENT-DATE TO saysupp-updated
                        REWRITE saysupp-record
                        ADD 1 TO ws-change-count
                        MOVE "CHANGE" TO ws-audit-action
                        PERFORM 2500-WRITE-AUDIT-LINE
                END-READ.

            2130-DELETE-SUPPRESSION.
                DELETE saysupp-file
                    INVALID KEY
                        ADD 1 TO ws-reject-count
                        DISPLAY "SAYSMNT - DELETE FAILED FOR "
                                saystxn-subst-name " "
                                saystxn-provider " "
                                saystxn-msg-code " " ws-start-date
                    NOT INVALID KEY
                        ADD 1 TO ws-delete-count
                        MOVE "DELETE" TO ws-audit-action
                        PERFORM 2500-WRITE-AUDIT-LINE
                END-DELETE.

            2500-WRITE-AUDIT-LINE.
                MOVE FUNCTION CURRENT-DATE TO ws-current-timestamp.
                MOVE SPACES TO saysmaud-record.
                STRING ws-current-timestamp " " ws-audit-action
                       " " saystxn-subst-name
                       " " saystxn-provider
                       " " saystxn-msg-code
                       " " ws-start-date
                       " " ws-end-date
                    DELIMITED BY SIZE INTO saysmaud-record
                END-STRING.
                WRITE saysmaud-record.

            9000-TERMINATE.
                CLOSE saystxn-file saysupp-file saysmaud-file.
                DISPLAY "SAYSMNT - ADDS=" ws-add-count
                        " CHANGES=" ws-change-count
                        " DELETES=" ws-delete-count
                        " REJECTS=" ws-reject-count.
