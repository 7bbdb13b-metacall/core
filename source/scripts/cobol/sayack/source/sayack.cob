            IDENTIFICATION DIVISION.
            PROGRAM-ID. sayack.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT saycolct-file ASSIGN TO "SAYCOLCT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saycolct-status.
                SELECT saytrnrj-file ASSIGN TO "SAYTRNRJ.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saytrnrj-status.
                SELECT saydrvds-file ASSIGN TO "SAYDRVDS.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saydrvds-status.
                SELECT sayackp1-file ASSIGN TO "SAYACKP1.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS ws-sayackp1-status.
                SELECT sayackp2-file ASSIGN TO "SAYACKP2.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS ws-sayackp2-status.
                SELECT sayackp3-file ASSIGN TO "SAYACKP3.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS ws-sayackp3-status.
                SELECT sayakrpt-file ASSIGN TO "SAYAKRPT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayakrpt-status.
            DATA DIVISION.
            FILE SECTION.
            FD  saycolct-file.
            COPY saycolct.

            FD  saytrnrj-file.
            COPY saytrnrj.

            FD  saydrvds-file.
            COPY saydrvds.

           *> One acknowledgment file per provider, returned on the
           *> same pipe-delimited frame the extract uses:
           *>   H|file-date|provider|ACCEPTED
           *>   H|file-date|provider|REFUSED|reason
           *>   D|seq|disposition|code|msg-code|hello|world|locale|name
           *>   T|detail-record-count
           *> disposition POSTED (code 00), EDIT-REJECT (code is the
           *> SAYTRNRJ reason 01-04), SUPPRESSED (code 12 - stopped
           *> on the SAYSUPP do-not-greet list), or SUSPENDED (code
           *> is the say return code).  A refused feed gets a header
           *> and a zero trailer - nothing from it was taken.
            FD  sayackp1-file.
            01  sayackp1-record         PIC X(132).

            FD  sayackp2-file.
            01  sayackp2-record         PIC X(132).

            FD  sayackp3-file.
            01  sayackp3-record         PIC X(132).

            FD  sayakrpt-file.
            01  sayakrpt-record         PIC X(80).

            WORKING-STORAGE SECTION.
            01  ws-saycolct-status   PIC X(2).
            01  ws-saytrnrj-status   PIC X(2).
            01  ws-saydrvds-status   PIC X(2).
            01  ws-sayackp1-status   PIC X(2).
            01  ws-sayackp2-status   PIC X(2).
            01  ws-sayackp3-status   PIC X(2).
            01  ws-sayakrpt-status   PIC X(2).
            01  ws-eof-switch        PIC X     VALUE "N".
                88 ws-eof                      VALUE "Y".
            01  ws-colct-found-switch PIC X    VALUE "N".
                88 ws-colct-found              VALUE "Y".
            01  ws-drvds-found-switch PIC X    VALUE "N".
                88 ws-drvds-found              VALUE "Y".
            01  ws-balance-switch    PIC X     VALUE "Y".
                88 ws-in-balance               VALUE "Y".
            01  ws-current-timestamp PIC X(21).
            01  ws-collate-date      PIC 9(8)  VALUE ZERO.
            01  ws-collate-display   PIC X(8).
            01  ws-prov-sub          PIC 9(1)  COMP.
            01  ws-prov-table.
                05  ws-prov-entry    OCCURS 3 TIMES.
                    10  ws-prov-id          PIC X(2).
                    10  ws-prov-file-date   PIC 9(8).
                    10  ws-prov-disposition PIC X(8).
                    10  ws-prov-accepted    PIC 9(9).
                    10  ws-prov-reason      PIC X(32).
                    10  ws-prov-ack-count   PIC 9(9).
                    10  ws-prov-posted      PIC 9(9).
                    10  ws-prov-rejected    PIC 9(9).
                    10  ws-prov-suspended   PIC 9(9).
                    10  ws-prov-suppressed  PIC 9(9).
            01  ws-unmatched-count   PIC 9(9)  VALUE ZERO.
            01  ws-stale-count       PIC 9(9)  VALUE ZERO.
            01  ws-ack-line          PIC X(132).
            01  ws-ack-file-status   PIC X(8).
            01  ws-ack-seq           PIC 9(9).
            01  ws-ack-disposition   PIC X(11).
            01  ws-ack-code          PIC X(2).
            01  ws-ack-msg-code      PIC X(4).
            01  ws-ack-hello         PIC X(30).
            01  ws-ack-world         PIC X(30).
            01  ws-ack-locale        PIC X(3).
            01  ws-ack-subst         PIC X(20).
            01  ws-ack-provider      PIC X(2).
            01  ws-rc-display        PIC 9(2).
            01  ws-date-display      PIC X(8).
            01  ws-field-text        PIC X(32).
            01  ws-field-length      PIC 9(2)  COMP.
            01  ws-trail-count       PIC 9(2)  COMP.
            01  ws-string-pointer    PIC 9(3)  COMP.
            01  ws-edit-count        PIC ZZZZ,ZZ9.
            01  ws-edit-count-2      PIC ZZZZ,ZZ9.
            01  ws-count-label       PIC X(30).
           *> Run-control fields for the shared SAYRUNCT chain
           *> guard.  The acknowledgments hang off SAYDRV beside
           *> the main chain, and the guard keeps a second run from
           *> sending the providers a duplicate set.  An out-of-
           *> balance night is not stamped, so the corrected rerun
           *> is allowed.
            01  ws-run-refused-switch PIC X    VALUE "N".
                88 ws-run-refused              VALUE "Y".
            01  ws-runc-function     PIC X(3).
            01  ws-runc-job-name     PIC X(8)  VALUE "SAYACK".
            01  ws-runc-pred-name    PIC X(8)  VALUE "SAYDRV".
            01  ws-runc-run-date     PIC 9(8).
            01  ws-runc-return-code  PIC 9(2).

            PROCEDURE DIVISION.
            0000-MAIN.
                PERFORM 0100-CHECK-RUN-CONTROL.
                IF ws-run-refused
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM 1000-INITIALIZE
                    IF ws-colct-found
                        PERFORM 2000-ROUTE-EDIT-REJECTS
                        PERFORM 3000-ROUTE-DRIVER-DISPOSITIONS
                        PERFORM 4000-FINISH-ACKNOWLEDGMENTS
                    ELSE
                        MOVE "N" TO ws-balance-switch
                    END-IF
                    PERFORM 8000-WRITE-ACK-REPORT
                    PERFORM 9000-TERMINATE
                    IF NOT ws-in-balance
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
                MOVE "P1" TO ws-prov-id(1).
                MOVE "P2" TO ws-prov-id(2).
                MOVE "P3" TO ws-prov-id(3).
                PERFORM VARYING ws-prov-sub FROM 1 BY 1
                        UNTIL ws-prov-sub > 3
                    MOVE ZERO TO ws-prov-file-date(ws-prov-sub)
                    MOVE "REFUSED" TO ws-prov-disposition(ws-prov-sub)
                    MOVE ZERO TO ws-prov-accepted(ws-prov-sub)
                    MOVE "NO COLLATION RECORD"
                        TO ws-prov-reason(ws-prov-sub)
                    MOVE ZERO TO ws-prov-ack-count(ws-prov-sub)
                    MOVE ZERO TO ws-prov-posted(ws-prov-sub)
                    MOVE ZERO TO ws-prov-rejected(ws-prov-sub)
                    MOVE ZERO TO ws-prov-suspended(ws-prov-sub)
                    MOVE ZERO TO ws-prov-suppressed(ws-prov-sub)
                END-PERFORM.
                PERFORM 1100-LOAD-COLLATION-TOTALS.
                MOVE ws-collate-date TO ws-collate-display.
                OPEN OUTPUT sayakrpt-file.
                IF ws-colct-found
                    OPEN OUTPUT sayackp1-file
                    OPEN OUTPUT sayackp2-file
                    OPEN OUTPUT sayackp3-file
                    PERFORM 1200-WRITE-ACK-HEADER
                        VARYING ws-prov-sub FROM 1 BY 1
                        UNTIL ws-prov-sub > 3
                END-IF.

            1100-LOAD-COLLATION-TOTALS.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saycolct-file.
                IF ws-saycolct-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saycolct-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                PERFORM 1150-TABLE-ONE-PROVIDER
                        END-READ
                    END-PERFORM
                    CLOSE saycolct-file
                END-IF.

            1150-TABLE-ONE-PROVIDER.
                SET ws-colct-found TO TRUE.
                MOVE saycolct-collate-date TO ws-collate-date.
                PERFORM VARYING ws-prov-sub FROM 1 BY 1
                        UNTIL ws-prov-sub > 3
                    IF ws-prov-id(ws-prov-sub) = saycolct-provider
                        MOVE saycolct-file-date
                            TO ws-prov-file-date(ws-prov-sub)
                        MOVE saycolct-disposition
                            TO ws-prov-disposition(ws-prov-sub)
                        MOVE saycolct-detail-count
                            TO ws-prov-accepted(ws-prov-sub)
                        MOVE saycolct-reason
                            TO ws-prov-reason(ws-prov-sub)
                    END-IF
                END-PERFORM.

            1200-WRITE-ACK-HEADER.
                *> A feed saycoll loaded is ACCEPTED to the provider.
                MOVE ws-prov-file-date(ws-prov-sub)
                    TO ws-date-display.
                IF ws-prov-disposition(ws-prov-sub) = "LOADED"
                    MOVE "ACCEPTED" TO ws-ack-file-status
                ELSE
                    MOVE ws-prov-disposition(ws-prov-sub)
                        TO ws-ack-file-status
                END-IF.
                MOVE SPACES TO ws-ack-line.
                MOVE 1 TO ws-string-pointer.
                STRING "H|" ws-date-display "|"
                        ws-prov-id(ws-prov-sub) "|"
                        ws-ack-file-status
                    DELIMITED BY SPACE INTO ws-ack-line
                    WITH POINTER ws-string-pointer
                END-STRING.
                IF ws-prov-disposition(ws-prov-sub) = "REFUSED"
                    MOVE ws-prov-reason(ws-prov-sub) TO ws-field-text
                    PERFORM 2900-APPEND-DELIMITED-FIELD
                END-IF.
                PERFORM 5000-WRITE-ACK-LINE.

            2000-ROUTE-EDIT-REJECTS.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saytrnrj-file.
                IF ws-saytrnrj-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saytrnrj-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                MOVE "EDIT-REJECT"
                                    TO ws-ack-disposition
                                MOVE saytrnrj-reason-code
                                    TO ws-ack-code
                                MOVE saytrnrj-msg-code
                                    TO ws-ack-msg-code
                                MOVE saytrnrj-hello TO ws-ack-hello
                                MOVE saytrnrj-world TO ws-ack-world
                                MOVE saytrnrj-locale-code
                                    TO ws-ack-locale
                                MOVE saytrnrj-subst-name
                                    TO ws-ack-subst
                                MOVE saytrnrj-provider
                                    TO ws-ack-provider
                                PERFORM 2500-ROUTE-ONE-DETAIL
                        END-READ
                    END-PERFORM
                    CLOSE saytrnrj-file
                END-IF.

            2500-ROUTE-ONE-DETAIL.
                *> Only a provider whose feed was loaded tonight can
                *> have details on its acknowledgment - anything else
                *> (blank provider, a provider refused at collation)
                *> did not come in through saycoll's merge and is
                *> counted for data control instead.
                PERFORM VARYING ws-prov-sub FROM 1 BY 1
                        UNTIL ws-prov-sub > 3
                        OR ws-prov-id(ws-prov-sub) = ws-ack-provider
                    CONTINUE
                END-PERFORM.
                IF ws-prov-sub > 3
                    ADD 1 TO ws-unmatched-count
                ELSE
                    IF ws-prov-disposition(ws-prov-sub) NOT = "LOADED"
                        ADD 1 TO ws-unmatched-count
                    ELSE
                        PERFORM 2600-WRITE-ACK-DETAIL
                    END-IF
                END-IF.

            2600-WRITE-ACK-DETAIL.
                ADD 1 TO ws-prov-ack-count(ws-prov-sub).
                EVALUATE ws-ack-disposition
                    WHEN "POSTED"
                        ADD 1 TO ws-prov-posted(ws-prov-sub)
                    WHEN "EDIT-REJECT"
                        ADD 1 TO ws-prov-rejected(ws-prov-sub)
                    WHEN "SUPPRESSED"
                        ADD 1 TO ws-prov-suppressed(ws-prov-sub)
                    WHEN OTHER
                        ADD 1 TO ws-prov-suspended(ws-prov-sub)
                END-EVALUATE.
                MOVE ws-prov-ack-count(ws-prov-sub) TO ws-ack-seq.
                MOVE SPACES TO ws-ack-line.
                MOVE 1 TO ws-string-pointer.
                STRING "D|" ws-ack-seq
                    DELIMITED BY SIZE INTO ws-ack-line
                    WITH POINTER ws-string-pointer
                END-STRING.
                MOVE ws-ack-disposition TO ws-field-text.
                PERFORM 2900-APPEND-DELIMITED-FIELD.
                MOVE ws-ack-code TO ws-field-text.
                PERFORM 2900-APPEND-DELIMITED-FIELD.
                MOVE ws-ack-msg-code TO ws-field-text.
                PERFORM 2900-APPEND-DELIMITED-FIELD.
                MOVE ws-ack-hello TO ws-field-text.
                PERFORM 2900-APPEND-DELIMITED-FIELD.
                MOVE ws-ack-world TO ws-field-text.
                PERFORM 2900-APPEND-DELIMITED-FIELD.
                MOVE ws-ack-locale TO ws-field-text.
                PERFORM 2900-APPEND-DELIMITED-FIELD.
                MOVE ws-ack-subst TO ws-field-text.
                PERFORM 2900-APPEND-DELIMITED-FIELD.
                PERFORM 5000-WRITE-ACK-LINE.

            2900-APPEND-DELIMITED-FIELD.
                *> Trailing blanks are padding from the fixed
                *> layouts, not data - measure the used length with a
                *> reversed leading-space count and send only that.
                MOVE ZERO TO ws-trail-count.
                INSPECT FUNCTION REVERSE(ws-field-text)
                    TALLYING ws-trail-count FOR LEADING SPACE.
                COMPUTE ws-field-length = 32 - ws-trail-count.
                STRING "|" DELIMITED BY SIZE INTO ws-ack-line
                    WITH POINTER ws-string-pointer
                END-STRING.
                IF ws-field-length > ZERO
                    STRING ws-field-text(1:ws-field-length)
                        DELIMITED BY SIZE INTO ws-ack-line
                        WITH POINTER ws-string-pointer
                    END-STRING
                END-IF.

            3000-ROUTE-DRIVER-DISPOSITIONS.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saydrvds-file.
                IF ws-saydrvds-status = "00"
                    SET ws-drvds-found TO TRUE
                    PERFORM UNTIL ws-eof
                        READ saydrvds-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                PERFORM 3100-ROUTE-ONE-DISPOSITION
                        END-READ
                    END-PERFORM
                    CLOSE saydrvds-file
                END-IF.

            3100-ROUTE-ONE-DISPOSITION.
                *> A disposition file left over from another night
                *> must not be acknowledged as tonight's - it is
                *> counted and the run goes out of balance.
                IF saydrvds-file-date NOT = ws-collate-date
                    ADD 1 TO ws-stale-count
                ELSE
                    EVALUATE saydrvds-return-code
                        WHEN ZERO
                            MOVE "POSTED" TO ws-ack-disposition
                        WHEN 12
                            MOVE "SUPPRESSED" TO ws-ack-disposition
                        WHEN OTHER
                            MOVE "SUSPENDED" TO ws-ack-disposition
                    END-EVALUATE
                    MOVE saydrvds-return-code TO ws-rc-display
                    MOVE ws-rc-display TO ws-ack-code
                    MOVE saydrvds-msg-code TO ws-ack-msg-code
                    MOVE saydrvds-hello TO ws-ack-hello
                    MOVE saydrvds-world TO ws-ack-world
                    MOVE saydrvds-locale-code TO ws-ack-locale
                    MOVE saydrvds-subst-name TO ws-ack-subst
                    MOVE saydrvds-provider TO ws-ack-provider
                    PERFORM 2500-ROUTE-ONE-DETAIL
                END-IF.

            4000-FINISH-ACKNOWLEDGMENTS.
                PERFORM 4100-WRITE-ACK-TRAILER
                    VARYING ws-prov-sub FROM 1 BY 1
                    UNTIL ws-prov-sub > 3.
                IF NOT ws-drvds-found
                   OR ws-stale-count > ZERO
                   OR ws-unmatched-count > ZERO
                    MOVE "N" TO ws-balance-switch
                END-IF.

            4100-WRITE-ACK-TRAILER.
                *> Every detail saycoll took from a provider must come
                *> back to it with a disposition - the trailer count
                *> has to equal what was accepted at collation.
                IF ws-prov-ack-count(ws-prov-sub)
                        NOT = ws-prov-accepted(ws-prov-sub)
                    MOVE "N" TO ws-balance-switch
                END-IF.
                MOVE SPACES TO ws-ack-line.
                STRING "T|" ws-prov-ack-count(ws-prov-sub)
                    DELIMITED BY SIZE INTO ws-ack-line
                END-STRING.
                PERFORM 5000-WRITE-ACK-LINE.

            5000-WRITE-ACK-LINE.
                EVALUATE ws-prov-sub
                    WHEN 1
                        WRITE sayackp1-record FROM ws-ack-line
                    WHEN 2
                        WRITE sayackp2-record FROM ws-ack-line
                    WHEN 3
                        WRITE sayackp3-record FROM ws-ack-line
                END-EVALUATE.

            8000-WRITE-ACK-REPORT.
                MOVE SPACES TO sayakrpt-record.
                STRING "SAY PROVIDER ACKNOWLEDGMENTS - FILE DATE "
                        ws-collate-display
                    DELIMITED BY SIZE INTO sayakrpt-record
                END-STRING.
                WRITE sayakrpt-record.
                IF NOT ws-colct-found
                    MOVE "SAYCOLCT NOT AVAILABLE - NO ACKNOWLEDGMENTS"
                        TO sayakrpt-record
                    WRITE sayakrpt-record
                ELSE
                    PERFORM 8100-WRITE-PROVIDER-LINES
                        VARYING ws-prov-sub FROM 1 BY 1
                        UNTIL ws-prov-sub > 3
                    IF NOT ws-drvds-found
                        MOVE "SAYDRVDS NOT AVAILABLE"
                            TO sayakrpt-record
                        WRITE sayakrpt-record
                    END-IF
                    MOVE "DISPOSITIONS FOR ANOTHER DATE"
                        TO ws-count-label
                    MOVE ws-stale-count TO ws-edit-count
                    PERFORM 8200-WRITE-COUNT-LINE
                    MOVE "DETAILS WITH NO LOADED PROVIDER"
                        TO ws-count-label
                    MOVE ws-unmatched-count TO ws-edit-count
                    PERFORM 8200-WRITE-COUNT-LINE
                END-IF.
                IF ws-in-balance
                    MOVE "RESULT - IN BALANCE" TO sayakrpt-record
                ELSE
                    MOVE "RESULT - OUT OF BALANCE" TO sayakrpt-record
                END-IF.
                WRITE sayakrpt-record.

            8100-WRITE-PROVIDER-LINES.
                MOVE ws-prov-file-date(ws-prov-sub)
                    TO ws-date-display.
                MOVE SPACES TO sayakrpt-record.
                IF ws-prov-disposition(ws-prov-sub) = "LOADED"
                    MOVE ws-prov-accepted(ws-prov-sub)
                        TO ws-edit-count
                    MOVE ws-prov-ack-count(ws-prov-sub)
                        TO ws-edit-count-2
                    STRING "PROVIDER " ws-prov-id(ws-prov-sub)
                           " FILE " ws-date-display
                           " ACCEPTED=" ws-edit-count
                           " ACKNOWLEDGED=" ws-edit-count-2
                        DELIMITED BY SIZE INTO sayakrpt-record
                    END-STRING
                    WRITE sayakrpt-record
                    MOVE "  POSTED" TO ws-count-label
                    MOVE ws-prov-posted(ws-prov-sub) TO ws-edit-count
                    PERFORM 8200-WRITE-COUNT-LINE
                    MOVE "  EDIT REJECTS" TO ws-count-label
                    MOVE ws-prov-rejected(ws-prov-sub)
                        TO ws-edit-count
                    PERFORM 8200-WRITE-COUNT-LINE
                    MOVE "  SUSPENDED" TO ws-count-label
                    MOVE ws-prov-suspended(ws-prov-sub)
                        TO ws-edit-count
                    PERFORM 8200-WRITE-COUNT-LINE
                    MOVE "  SUPPRESSED" TO ws-count-label
                    MOVE ws-prov-suppressed(ws-prov-sub)
                        TO ws-edit-count
                    PERFORM 8200-WRITE-COUNT-LINE
                ELSE
                    STRING "PROVIDER " ws-prov-id(ws-prov-sub)
                           " FILE REFUSED - "
                           ws-prov-reason(ws-prov-sub)
                        DELIMITED BY SIZE INTO sayakrpt-record
                    END-STRING
                    WRITE sayakrpt-record
                END-IF.

            8200-WRITE-COUNT-LINE.
                MOVE SPACES TO sayakrpt-record.
                STRING ws-count-label " " ws-edit-count
                    DELIMITED BY SIZE INTO sayakrpt-record
                END-STRING.
                WRITE sayakrpt-record.

            9000-TERMINATE.
                IF ws-colct-found
                    CLOSE sayackp1-file sayackp2-file sayackp3-file
                END-IF.
                CLOSE sayakrpt-file.
                IF ws-in-balance
                    DISPLAY "SAYACK - ACKNOWLEDGMENTS IN BALANCE FOR "
                            ws-collate-display
                ELSE
                    DISPLAY "SAYACK - ACKNOWLEDGMENTS OUT OF BALANCE"
                            " FOR " ws-collate-display
                END-IF.
