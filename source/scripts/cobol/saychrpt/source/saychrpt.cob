            IDENTIFICATION DIVISION.
            PROGRAM-ID. saychrpt.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT saychjnl-file ASSIGN TO "SAYCHJNL.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saychjnl-status.
                SELECT saypend-file ASSIGN TO "SAYPEND.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saypend-status.
                SELECT saychrpm-file ASSIGN TO "SAYCHRPM.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saychrpm-status.
                SELECT saychrpt-file ASSIGN TO "SAYCHRPT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saychrpt-status.
            DATA DIVISION.
            FILE SECTION.
            FD  saychjnl-file.
            COPY saychjnl.

            FD  saypend-file.
            COPY saypend.

            FD  saychrpm-file.
            COPY saychrpm.

           *> The change report for the security review - every
           *> SAYMSGS and SAYAUTH change disposed of in the period
           *> with its before and after row, then the changes still
           *> waiting for a checker.
            FD  saychrpt-file.
            01  saychrpt-record         PIC X(132).

            WORKING-STORAGE SECTION.
            01  ws-saychjnl-status   PIC X(2).
            01  ws-saypend-status    PIC X(2).
            01  ws-saychrpm-status   PIC X(2).
            01  ws-saychrpt-status   PIC X(2).
            01  ws-eof-switch        PIC X     VALUE "N".
                88 ws-eof                      VALUE "Y".
            01  ws-current-timestamp PIC X(21).
            01  ws-run-date          PIC 9(8)  VALUE ZERO.
            01  ws-run-date-display  PIC X(8).
            01  ws-from-date         PIC 9(8)  VALUE ZERO.
            01  ws-to-date           PIC 9(8)  VALUE ZERO.
            01  ws-from-display      PIC X(8).
            01  ws-to-display        PIC X(8).
            01  ws-date-integer      PIC 9(7)  COMP.
            01  ws-page-title        PIC X(30).
            01  ws-fmt-table         PIC X(1).
            01  ws-fmt-image         PIC X(80).
            01  ws-fmt-text          PIC X(100).
            01  ws-fmt-label         PIC X(9).
            01  ws-journal-read      PIC 9(9)  VALUE ZERO.
            01  ws-journal-listed    PIC 9(9)  VALUE ZERO.
            01  ws-msgs-applied      PIC 9(7)  VALUE ZERO.
            01  ws-msgs-rejected     PIC 9(7)  VALUE ZERO.
            01  ws-msgs-failed       PIC 9(7)  VALUE ZERO.
            01  ws-auth-applied      PIC 9(7)  VALUE ZERO.
            01  ws-auth-rejected     PIC 9(7)  VALUE ZERO.
            01  ws-auth-failed       PIC 9(7)  VALUE ZERO.
            01  ws-pending-count     PIC 9(7)  VALUE ZERO.
            01  ws-line-count        PIC 9(3)  VALUE ZERO.
            01  ws-page-count        PIC 9(3)  VALUE ZERO.
            01  ws-lines-max         PIC 9(3)  VALUE 60.
            01  ws-edit-count        PIC ZZZZ,ZZ9.
            01  ws-count-label       PIC X(36).

            01  ws-chg-header-1.
                05  FILLER           PIC X     VALUE "1".
                05  ws-ch1-title     PIC X(30).
                05  FILLER           PIC X(6)  VALUE " FROM ".
                05  ws-ch1-from      PIC X(8).
                05  FILLER           PIC X(4)  VALUE " TO ".
                05  ws-ch1-to        PIC X(8).
                05  FILLER           PIC X(11) VALUE "  RUN DATE ".
                05  ws-ch1-run-date  PIC X(8).
                05  FILLER           PIC X(8)  VALUE "  PAGE ".
                05  ws-ch1-page      PIC ZZZ9.

            01  ws-chg-header-2.
                05  FILLER           PIC X     VALUE SPACE.
                05  FILLER           PIC X(23) VALUE "DISPOSED AT".
                05  FILLER           PIC X(11) VALUE "CHANGE-ID".
                05  FILLER           PIC X(10) VALUE "TABLE".
                05  FILLER           PIC X(5)  VALUE "ACT".
                05  FILLER           PIC X(10) VALUE "RESULT".
                05  FILLER           PIC X(10) VALUE "MAKER".
                05  FILLER           PIC X(23) VALUE "SUBMITTED AT".
                05  FILLER           PIC X(8)  VALUE "CHECKER".

            01  ws-chg-detail.
                05  FILLER           PIC X     VALUE SPACE.
                05  ws-cd-timestamp  PIC X(21).
                05  FILLER           PIC X(2)  VALUE SPACES.
                05  ws-cd-change-id  PIC 9(9).
                05  FILLER           PIC X(2)  VALUE SPACES.
                05  ws-cd-table      PIC X(8).
                05  FILLER           PIC X(2)  VALUE SPACES.
                05  ws-cd-action     PIC X(1).
                05  FILLER           PIC X(4)  VALUE SPACES.
                05  ws-cd-result     PIC X(8).
                05  FILLER           PIC X(2)  VALUE SPACES.
                05  ws-cd-maker      PIC X(8).
                05  FILLER           PIC X(2)  VALUE SPACES.
                05  ws-cd-submitted  PIC X(21).
                05  FILLER           PIC X(2)  VALUE SPACES.
                05  ws-cd-checker    PIC X(8).

            PROCEDURE DIVISION.
            0000-MAIN.
                PERFORM 1000-INITIALIZE.
                PERFORM 2000-LIST-JOURNAL.
                PERFORM 5000-LIST-PENDING.
                PERFORM 8000-WRITE-SUMMARY.
                PERFORM 9000-TERMINATE.
                STOP RUN.

            1000-INITIALIZE.
                MOVE FUNCTION CURRENT-DATE TO ws-current-timestamp.
                MOVE ws-current-timestamp(1:8) TO ws-run-date.
                MOVE ws-run-date TO ws-run-date-display.
                OPEN INPUT saychrpm-file.
                IF ws-saychrpm-status = "00"
                    READ saychrpm-file
                        NOT AT END
                            IF saychrpm-from-date NUMERIC
                               AND saychrpm-from-date > ZERO
                                MOVE saychrpm-from-date
                                    TO ws-from-date
                            END-IF
                            IF saychrpm-to-date NUMERIC
                               AND saychrpm-to-date > ZERO
                                MOVE saychrpm-to-date TO ws-to-date
                            END-IF
                    END-READ
                    CLOSE saychrpm-file
                END-IF.
                *> No card - the week ending on the run date.
                IF ws-to-date = ZERO
                    MOVE ws-run-date TO ws-to-date
                END-IF.
                IF ws-from-date = ZERO
                    COMPUTE ws-date-integer =
                        FUNCTION INTEGER-OF-DATE(ws-to-date) - 6
                    COMPUTE ws-from-date =
                        FUNCTION DATE-OF-INTEGER(ws-date-integer)
                END-IF.
                MOVE ws-from-date TO ws-from-display.
                MOVE ws-to-date TO ws-to-display.
                OPEN OUTPUT saychrpt-file.

            2000-LIST-JOURNAL.
                MOVE "SAY TABLE CHANGE REPORT" TO ws-page-title.
                PERFORM 7000-WRITE-PAGE-HEADERS.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saychjnl-file.
                IF ws-saychjnl-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saychjnl-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-journal-read
                                IF saychjnl-timestamp(1:8)
                                        >= ws-from-display
                                   AND saychjnl-timestamp(1:8)
                                        <= ws-to-display
                                    PERFORM 2100-LIST-ONE-CHANGE
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE saychjnl-file
                END-IF.
                IF ws-journal-listed = ZERO
                    MOVE " NO TABLE CHANGES IN THE PERIOD"
                        TO saychrpt-record
                    PERFORM 7100-WRITE-REPORT-LINE
                END-IF.

            2100-LIST-ONE-CHANGE.
                ADD 1 TO ws-journal-listed.
                PERFORM 2200-COUNT-CHANGE.
                *> Keep the change and its two images on one page.
                IF ws-line-count + 4 > ws-lines-max
                    PERFORM 7000-WRITE-PAGE-HEADERS
                END-IF.
                MOVE SPACES TO ws-chg-detail.
                MOVE saychjnl-timestamp TO ws-cd-timestamp.
                MOVE saychjnl-change-id TO ws-cd-change-id.
                IF saychjnl-table = "M"
                    MOVE "SAYMSGS" TO ws-cd-table
                ELSE
                    MOVE "SAYAUTH" TO ws-cd-table
                END-IF.
                MOVE saychjnl-action TO ws-cd-action.
                MOVE saychjnl-disposition TO ws-cd-result.
                MOVE saychjnl-maker TO ws-cd-maker.
                MOVE saychjnl-submitted TO ws-cd-submitted.
                MOVE saychjnl-checker TO ws-cd-checker.
                MOVE ws-chg-detail TO saychrpt-record.
                PERFORM 7100-WRITE-REPORT-LINE.
                MOVE saychjnl-table TO ws-fmt-table.
                MOVE "BEFORE" TO ws-fmt-label.
                MOVE saychjnl-before-image TO ws-fmt-image.
                PERFORM 3000-WRITE-IMAGE-LINE.
                IF saychjnl-disposition = "APPLIED"
                    MOVE "AFTER" TO ws-fmt-label
                ELSE
                    MOVE "PROPOSED" TO ws-fmt-label
                END-IF.
                MOVE saychjnl-after-image TO ws-fmt-image.
                PERFORM 3000-WRITE-IMAGE-LINE.

            2200-COUNT-CHANGE.
                IF saychjnl-table = "M"
                    EVALUATE saychjnl-disposition
                        WHEN "APPLIED"
                            ADD 1 TO ws-msgs-applied
                        WHEN "REJECTED"
                            ADD 1 TO ws-msgs-rejected
                        WHEN OTHER
                            ADD 1 TO ws-msgs-failed
                    END-EVALUATE
                ELSE
                    EVALUATE saychjnl-disposition
                        WHEN "APPLIED"
                            ADD 1 TO ws-auth-applied
                        WHEN "REJECTED"
                            ADD 1 TO ws-auth-rejected
                        WHEN OTHER
                            ADD 1 TO ws-auth-failed
                    END-EVALUATE
                END-IF.

            3000-WRITE-IMAGE-LINE.
                PERFORM 3100-FORMAT-IMAGE.
                MOVE SPACES TO saychrpt-record.
                STRING "      " ws-fmt-label ws-fmt-text
                    DELIMITED BY SIZE INTO saychrpt-record
                END-STRING.
                PERFORM 7100-WRITE-REPORT-LINE.

            3100-FORMAT-IMAGE.
                *> SAYMSGS rows are code, effective and expiry dates
                *> and the two wording fields; SAYAUTH rows are the
                *> caller/code pair.
                MOVE SPACES TO ws-fmt-text.
                IF ws-fmt-image = SPACES
                    MOVE "(NO ROW)" TO ws-fmt-text
                ELSE
                    IF ws-fmt-table = "M"
                        STRING "CODE " ws-fmt-image(1:4)
                               " EFF " ws-fmt-image(5:8)
                               " EXP " ws-fmt-image(13:8)
                               " " ws-fmt-image(21:30)
                               " " ws-fmt-image(51:30)
                            DELIMITED BY SIZE INTO ws-fmt-text
                        END-STRING
                    ELSE
                        STRING "CALLER " ws-fmt-image(1:8)
                               " CODE " ws-fmt-image(9:4)
                            DELIMITED BY SIZE INTO ws-fmt-text
                        END-STRING
                    END-IF
                END-IF.

            5000-LIST-PENDING.
                *> Changes still waiting for a checker are listed
                *> whatever their date - an old one nobody has
                *> released is itself a finding.
                MOVE "SAY TABLE CHANGES PENDING" TO ws-page-title.
                PERFORM 7000-WRITE-PAGE-HEADERS.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saypend-file.
                IF ws-saypend-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saypend-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                PERFORM 5100-LIST-ONE-PENDING
                        END-READ
                    END-PERFORM
                    CLOSE saypend-file
                END-IF.
                IF ws-pending-count = ZERO
                    MOVE " NO CHANGES PENDING" TO saychrpt-record
                    PERFORM 7100-WRITE-REPORT-LINE
                END-IF.

            5100-LIST-ONE-PENDING.
                ADD 1 TO ws-pending-count.
                IF ws-line-count + 3 > ws-lines-max
                    PERFORM 7000-WRITE-PAGE-HEADERS
                END-IF.
                MOVE SPACES TO ws-chg-detail.
                MOVE saypend-change-id TO ws-cd-change-id.
                IF saypend-msgs-table
                    MOVE "SAYMSGS" TO ws-cd-table
                ELSE
                    MOVE "SAYAUTH" TO ws-cd-table
                END-IF.
                MOVE saypend-action TO ws-cd-action.
                MOVE "PENDING" TO ws-cd-result.
                MOVE saypend-maker TO ws-cd-maker.
                MOVE saypend-submitted TO ws-cd-submitted.
                MOVE ws-chg-detail TO saychrpt-record.
                PERFORM 7100-WRITE-REPORT-LINE.
                MOVE SPACES TO saychrpt-record.
                STRING "      CARD     " saypend-txn-image
                    DELIMITED BY SIZE INTO saychrpt-record
                END-STRING.
                PERFORM 7100-WRITE-REPORT-LINE.

            7000-WRITE-PAGE-HEADERS.
                ADD 1 TO ws-page-count.
                MOVE ws-page-title TO ws-ch1-title.
                MOVE ws-from-display TO ws-ch1-from.
                MOVE ws-to-display TO ws-ch1-to.
                MOVE ws-run-date-display TO ws-ch1-run-date.
                MOVE ws-page-count TO ws-ch1-page.
                MOVE ws-chg-header-1 TO saychrpt-record.
                WRITE saychrpt-record.
                MOVE ws-chg-header-2 TO saychrpt-record.
                WRITE saychrpt-record.
                MOVE 2 TO ws-line-count.

            7100-WRITE-REPORT-LINE.
                WRITE saychrpt-record.
                ADD 1 TO ws-line-count.

            8000-WRITE-SUMMARY.
                IF ws-line-count + 12 > ws-lines-max
                    PERFORM 7000-WRITE-PAGE-HEADERS
                END-IF.
                MOVE SPACES TO saychrpt-record.
                PERFORM 7100-WRITE-REPORT-LINE.
                MOVE " CHANGE SUMMARY FOR THE PERIOD"
                    TO saychrpt-record.
                PERFORM 7100-WRITE-REPORT-LINE.
                MOVE "SAYMSGS CHANGES APPLIED" TO ws-count-label.
                MOVE ws-msgs-applied TO ws-edit-count.
                PERFORM 8100-WRITE-SUMMARY-LINE.
                MOVE "SAYMSGS CHANGES REJECTED" TO ws-count-label.
                MOVE ws-msgs-rejected TO ws-edit-count.
                PERFORM 8100-WRITE-SUMMARY-LINE.
                MOVE "SAYMSGS CHANGES FAILED" TO ws-count-label.
                MOVE ws-msgs-failed TO ws-edit-count.
                PERFORM 8100-WRITE-SUMMARY-LINE.
                MOVE "SAYAUTH CHANGES APPLIED" TO ws-count-label.
                MOVE ws-auth-applied TO ws-edit-count.
                PERFORM 8100-WRITE-SUMMARY-LINE.
                MOVE "SAYAUTH CHANGES REJECTED" TO ws-count-label.
                MOVE ws-auth-rejected TO ws-edit-count.
                PERFORM 8100-WRITE-SUMMARY-LINE.
                MOVE "SAYAUTH CHANGES FAILED" TO ws-count-label.
                MOVE ws-auth-failed TO ws-edit-count.
                PERFORM 8100-WRITE-SUMMARY-LINE.
                MOVE "CHANGES LISTED" TO ws-count-label.
                MOVE ws-journal-listed TO ws-edit-count.
                PERFORM 8100-WRITE-SUMMARY-LINE.
                MOVE "CHANGES STILL PENDING" TO ws-count-label.
                MOVE ws-pending-count TO ws-edit-count.
                PERFORM 8100-WRITE-SUMMARY-LINE.

            8100-WRITE-SUMMARY-LINE.
                MOVE SPACES TO saychrpt-record.
                STRING " " ws-count-label ws-edit-count
                    DELIMITED BY SIZE INTO saychrpt-record
                END-STRING.
                PERFORM 7100-WRITE-REPORT-LINE.

            9000-TERMINATE.
                CLOSE saychrpt-file.
                DISPLAY "SAYCHRPT - FROM=" ws-from-display
                        " TO=" ws-to-display
                        " LISTED=" ws-journal-listed
                        " PENDING=" ws-pending-count.
