            IDENTIFICATION DIVISION.
            PROGRAM-ID. saysurpt.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT saysuplg-file ASSIGN TO "SAYSUPLG.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saysuplg-status.
                SELECT saysupp-file ASSIGN TO "SAYSUPP.DAT"
                    ORGANIZATION INDEXED
                    ACCESS MODE SEQUENTIAL
                    RECORD KEY saysupp-key
                    FILE STATUS ws-saysupp-status.
                SELECT saysurpm-file ASSIGN TO "SAYSURPM.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saysurpm-status.
                SELECT saysurpt-file ASSIGN TO "SAYSURPT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saysurpt-status.
            DATA DIVISION.
            FILE SECTION.
            FD  saysuplg-file.
            COPY saysuplg.

            FD  saysupp-file.
            COPY saysupp.

            FD  saysurpm-file.
            COPY saysurpm.

            FD  saysurpt-file.
            01  saysurpt-record             PIC X(132).

            WORKING-STORAGE SECTION.
            01  ws-saysuplg-status   PIC X(2).
            01  ws-saysupp-status    PIC X(2).
            01  ws-saysurpm-status   PIC X(2).
            01  ws-saysurpt-status   PIC X(2).
            01  ws-eof-switch        PIC X     VALUE "N".
                88 ws-eof                      VALUE "Y".
            01  ws-current-timestamp PIC X(21).
            01  ws-run-date          PIC 9(8)  VALUE ZERO.
            01  ws-run-date-display  PIC X(8).
            01  ws-read-count        PIC 9(9)  VALUE ZERO.
            01  ws-day-count         PIC 9(9)  VALUE ZERO.
            01  ws-driver-count      PIC 9(9)  VALUE ZERO.
            01  ws-entry-count       PIC 9(9)  VALUE ZERO.
            01  ws-in-force-count    PIC 9(9)  VALUE ZERO.
            01  ws-edit-count        PIC ZZZ,ZZZ,ZZ9.
            01  ws-line-count        PIC 9(3)  VALUE ZERO.
            01  ws-page-count        PIC 9(3)  VALUE ZERO.
            01  ws-lines-max         PIC 9(3)  VALUE 60.
            01  ws-hold-line         PIC X(132).
           *> The section being printed - its title and column
           *> heading are repeated under the page heading when the
           *> section runs on to a new page.
            01  ws-section-title     PIC X(132) VALUE SPACES.
            01  ws-column-heading    PIC X(132) VALUE SPACES.
           *> Blank provider / code on a rule prints as ALL so the
           *> desk can see how wide the entry that matched was.
            01  ws-rule-provider     PIC X(3).
            01  ws-rule-msg-code     PIC X(4).

            01  ws-surpt-header-1.
                05  FILLER           PIC X     VALUE "1".
                05  FILLER           PIC X(36) VALUE
                        "SAY DAILY SUPPRESSION REPORT - DATE ".
                05  ws-sh1-date      PIC X(8).
                05  FILLER           PIC X(8)  VALUE "  PAGE ".
                05  ws-sh1-page      PIC ZZZ9.

            PROCEDURE DIVISION.
            0000-MAIN.
                PERFORM 1000-INITIALIZE.
                PERFORM 2000-REPORT-SUPPRESSIONS.
                PERFORM 3000-REPORT-ENTRIES-IN-FORCE.
                PERFORM 8000-WRITE-SUMMARY.
                PERFORM 9000-TERMINATE.
                STOP RUN.

            1000-INITIALIZE.
                MOVE FUNCTION CURRENT-DATE TO ws-current-timestamp.
                MOVE ws-current-timestamp(1:8) TO ws-run-date.
                OPEN INPUT saysurpm-file.
                IF ws-saysurpm-status = "00"
                    READ saysurpm-file
                        NOT AT END
                            IF saysurpm-run-date NUMERIC
                               AND saysurpm-run-date > ZERO
                                MOVE saysurpm-run-date
                                    TO ws-run-date
                            END-IF
                    END-READ
                    CLOSE saysurpm-file
                END-IF.
                MOVE ws-run-date TO ws-run-date-display.
                OPEN OUTPUT saysurpt-file.

            2000-REPORT-SUPPRESSIONS.
                MOVE " GREETINGS SUPPRESSED" TO ws-section-title.
                MOVE SPACES TO ws-column-heading.
                STRING "  TIME     CALLER   CODE LOC "
                       "NAME                 PR  "
                       "RULE: PR  CODE START    END"
                    DELIMITED BY SIZE INTO ws-column-heading
                END-STRING.
                PERFORM 7300-START-SECTION.
                OPEN INPUT saysuplg-file.
                MOVE "N" TO ws-eof-switch.
                IF ws-saysuplg-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saysuplg-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-read-count
                                IF saysuplg-timestamp(1:8)
                                        = ws-run-date-display
                                    PERFORM 2100-WRITE-SUPPRESSION
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE saysuplg-file
                END-IF.
                IF ws-day-count = ZERO
                    MOVE SPACES TO saysurpt-record
                    STRING "  NONE"
                        DELIMITED BY SIZE INTO saysurpt-record
                    END-STRING
                    PERFORM 7200-WRITE-REPORT-LINE
                END-IF.

            2100-WRITE-SUPPRESSION.
                ADD 1 TO ws-day-count.
                IF saysuplg-caller-program = "SAYDRV"
                    ADD 1 TO ws-driver-count
                END-IF.
                MOVE saysuplg-rule-provider TO ws-rule-provider.
                IF ws-rule-provider = SPACES
                    MOVE "ALL" TO ws-rule-provider
                END-IF.
                MOVE saysuplg-rule-msg-code TO ws-rule-msg-code.
                IF ws-rule-msg-code = SPACES
                    MOVE "ALL" TO ws-rule-msg-code
                END-IF.
                MOVE SPACES TO saysurpt-record.
                STRING "  " saysuplg-timestamp(9:2) ":"
                       saysuplg-timestamp(11:2) ":"
                       saysuplg-timestamp(13:2)
                       " " saysuplg-caller-program
                       " " saysuplg-msg-code
                       " " saysuplg-locale-code
                       " " saysuplg-subst-name
                       " " saysuplg-provider
                       "        " ws-rule-provider
                       " " ws-rule-msg-code
                       " " saysuplg-rule-start
                       " " saysuplg-rule-end
                    DELIMITED BY SIZE INTO saysurpt-record
                END-STRING.
                PERFORM 7200-WRITE-REPORT-LINE.

            3000-REPORT-ENTRIES-IN-FORCE.
                *> The list as it stood for the report date - what
                *> the desk confirms back to a customer who asked
                *> not to be greeted.
                MOVE " SAYSUPP ENTRIES IN FORCE" TO ws-section-title.
                MOVE SPACES TO ws-column-heading.
                STRING "  NAME                 PR  CODE START    "
                       "END      REASON"
                    DELIMITED BY SIZE INTO ws-column-heading
                END-STRING.
                PERFORM 7300-START-SECTION.
                OPEN INPUT saysupp-file.
                MOVE "N" TO ws-eof-switch.
                IF ws-saysupp-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saysupp-file NEXT RECORD
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-entry-count
                                PERFORM 3100-CHECK-ENTRY
                        END-READ
                    END-PERFORM
                    CLOSE saysupp-file
                END-IF.
                IF ws-in-force-count = ZERO
                    MOVE SPACES TO saysurpt-record
                    STRING "  NONE"
                        DELIMITED BY SIZE INTO saysurpt-record
                    END-STRING
                    PERFORM 7200-WRITE-REPORT-LINE
                END-IF.

            3100-CHECK-ENTRY.
                IF saysupp-start-date <= ws-run-date
                   AND (saysupp-end-date = ZERO
                        OR saysupp-end-date >= ws-run-date)
                    ADD 1 TO ws-in-force-count
                    MOVE saysupp-provider TO ws-rule-provider
                    IF ws-rule-provider = SPACES
                        MOVE "ALL" TO ws-rule-provider
                    END-IF
                    MOVE saysupp-msg-code TO ws-rule-msg-code
                    IF ws-rule-msg-code = SPACES
                        MOVE "ALL" TO ws-rule-msg-code
                    END-IF
                    MOVE SPACES TO saysurpt-record
                    STRING "  " saysupp-subst-name
                           " " ws-rule-provider
                           " " ws-rule-msg-code
                           " " saysupp-start-date
                           " " saysupp-end-date
                           " " saysupp-reason
                        DELIMITED BY SIZE INTO saysurpt-record
                    END-STRING
                    PERFORM 7200-WRITE-REPORT-LINE
                END-IF.

            7100-WRITE-PAGE-HEADERS.
                ADD 1 TO ws-page-count.
                MOVE ws-run-date-display TO ws-sh1-date.
                MOVE ws-page-count TO ws-sh1-page.
                MOVE ws-surpt-header-1 TO saysurpt-record.
                WRITE saysurpt-record.
                MOVE 1 TO ws-line-count.
                IF ws-section-title NOT = SPACES
                    MOVE SPACES TO saysurpt-record
                    WRITE saysurpt-record
                    MOVE ws-section-title TO saysurpt-record
                    WRITE saysurpt-record
                    MOVE ws-column-heading TO saysurpt-record
                    WRITE saysurpt-record
                    MOVE 4 TO ws-line-count
                END-IF.

            7200-WRITE-REPORT-LINE.
                IF ws-line-count >= ws-lines-max
                   OR ws-page-count = ZERO
                    MOVE saysurpt-record TO ws-hold-line
                    PERFORM 7100-WRITE-PAGE-HEADERS
                    MOVE ws-hold-line TO saysurpt-record
                END-IF.
                WRITE saysurpt-record.
                ADD 1 TO ws-line-count.

            7300-START-SECTION.
                *> A section starts on a fresh page when its heading
                *> and first line would not fit on this one, so the
                *> heading is never left alone at the foot of a page.
                IF ws-page-count = ZERO
                   OR ws-line-count + 4 > ws-lines-max
                    PERFORM 7100-WRITE-PAGE-HEADERS
                ELSE
                    MOVE SPACES TO saysurpt-record
                    WRITE saysurpt-record
                    MOVE ws-section-title TO saysurpt-record
                    WRITE saysurpt-record
                    MOVE ws-column-heading TO saysurpt-record
                    WRITE saysurpt-record
                    ADD 3 TO ws-line-count
                END-IF.

            8000-WRITE-SUMMARY.
                *> The totals carry no column heading of their own.
                MOVE SPACES TO ws-section-title ws-column-heading.
                MOVE SPACES TO saysurpt-record.
                PERFORM 7200-WRITE-REPORT-LINE.
                MOVE ws-day-count TO ws-edit-count.
                MOVE SPACES TO saysurpt-record.
                STRING " SUPPRESSED FOR DATE       " ws-edit-count
                    DELIMITED BY SIZE INTO saysurpt-record
                END-STRING.
                PERFORM 7200-WRITE-REPORT-LINE.
                MOVE ws-driver-count TO ws-edit-count.
                MOVE SPACES TO saysurpt-record.
                STRING "   OF WHICH BY SAYDRV      " ws-edit-count
                    DELIMITED BY SIZE INTO saysurpt-record
                END-STRING.
                PERFORM 7200-WRITE-REPORT-LINE.
                MOVE ws-in-force-count TO ws-edit-count.
                MOVE SPACES TO saysurpt-record.
                STRING " SAYSUPP ENTRIES IN FORCE  " ws-edit-count
                    DELIMITED BY SIZE INTO saysurpt-record
                END-STRING.
                PERFORM 7200-WRITE-REPORT-LINE.
                MOVE ws-entry-count TO ws-edit-count.
                MOVE SPACES TO saysurpt-record.
                STRING " SAYSUPP ENTRIES ON FILE   " ws-edit-count
                    DELIMITED BY SIZE INTO saysurpt-record
                END-STRING.
                PERFORM 7200-WRITE-REPORT-LINE.

            9000-TERMINATE.
                CLOSE saysurpt-file.
                DISPLAY "SAYSURPT - DATE=" ws-run-date-display
                        " SUPPRESSED=" ws-day-count
                        " IN FORCE=" ws-in-force-count.
