            IDENTIFICATION DIVISION.
            PROGRAM-ID. saylgver.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT saylog-file ASSIGN TO "SAYLOG.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saylog-status.
                SELECT saylgarc-file ASSIGN TO "SAYLGARC.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saylgarc-status.
                SELECT saylgday-file ASSIGN TO "SAYLGDAY.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saylgday-status.
                SELECT saylgsq-file ASSIGN TO "SAYLGSEQ.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saylgsq-status.
                SELECT saybkjnl-file ASSIGN TO "SAYBKJNL.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saybkjnl-status.
                SELECT saylvpm-file ASSIGN TO "SAYLVPM.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saylvpm-status.
                SELECT saylvrpt-file ASSIGN TO "SAYLVRPT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saylvrpt-status.
            DATA DIVISION.
            FILE SECTION.
            FD  saylog-file.
            COPY saylog.

            FD  saylgarc-file.
            01  saylgarc-record         PIC X(125).

            FD  saylgday-file.
            01  saylgday-record         PIC X(125).

            FD  saylgsq-file.
            COPY saylgsq.

            FD  saybkjnl-file.
            COPY saybkjnl.

            FD  saylvpm-file.
            COPY saylvpm.

           *> The chain verification report - one line for every
           *> break found, and a note for every gap that a SAYBKOUT
           *> backout accounts for, then the totals.
            FD  saylvrpt-file.
            01  saylvrpt-record         PIC X(132).

            WORKING-STORAGE SECTION.
            01  ws-saylog-status     PIC X(2).
            01  ws-saylgarc-status   PIC X(2).
            01  ws-saylgday-status   PIC X(2).
            01  ws-saylgsq-status    PIC X(2).
            01  ws-saybkjnl-status   PIC X(2).
            01  ws-saylvpm-status    PIC X(2).
            01  ws-saylvrpt-status   PIC X(2).
            01  ws-eof-switch        PIC X     VALUE "N".
                88 ws-eof                      VALUE "Y".
            01  ws-run-mode          PIC X     VALUE "A".
                88 ws-day-mode                 VALUE "D".
            01  ws-current-timestamp PIC X(21).
            01  ws-run-date          PIC 9(8)  VALUE ZERO.
            01  ws-run-date-display  PIC X(8).
            01  ws-from-date         PIC 9(8)  VALUE ZERO.
            01  ws-to-date           PIC 9(8)  VALUE 99999999.
            01  ws-from-display      PIC X(8).
            01  ws-to-display        PIC X(8).
            01  ws-source-name       PIC X(8).

           *> The record being proved.  SAYLOG, SAYLGARC, and
           *> SAYLGDAY records are all moved here so one set of
           *> paragraphs proves all three.
            01  ws-ver-image.
                05  ws-ver-timestamp PIC X(21).
                05  ws-ver-caller    PIC X(8).
                05  ws-ver-hello     PIC X(30).
                05  ws-ver-world     PIC X(30).
                05  ws-ver-provider  PIC X(2).
                05  ws-ver-msg-code  PIC X(4).
                05  ws-ver-seq-no    PIC 9(10).
                05  ws-ver-prev-check PIC 9(10).
                05  ws-ver-check-value PIC 9(10).
            01  ws-computed-check    PIC 9(10).
            01  ws-in-range-switch   PIC X     VALUE "N".
                88 ws-in-range                 VALUE "Y".

           *> The last chained record walked.  In a full walk the
           *> chain is proved from its very start - sequence 1
           *> following a zero check value - so the walk begins as
           *> if a record zero had been seen.  A pulled day has no
           *> record before it to prove against, so its first
           *> chained record only starts the walk.
            01  ws-have-prev-switch  PIC X     VALUE "N".
                88 ws-have-prev                VALUE "Y".
            01  ws-prev-seq          PIC 9(10) VALUE ZERO.
            01  ws-prev-check        PIC 9(10) VALUE ZERO.
            01  ws-first-seq         PIC 9(10) VALUE ZERO.
            01  ws-gap-count         PIC 9(10) VALUE ZERO.

           *> Images of the records SAYBKOUT removed, loaded from the
           *> backout journal, so a gap a backout left can be proved
           *> record by record instead of reported as a break.
            01  ws-bk-count          PIC 9(5)  COMP VALUE ZERO.
            01  ws-bk-max            PIC 9(5)  COMP VALUE 5000.
            01  ws-bk-overflow       PIC 9(9)  VALUE ZERO.
            01  ws-bk-table.
                05  ws-bk-entry OCCURS 5000 TIMES.
                    10  ws-bk-seq    PIC 9(10).
                    10  ws-bk-prev   PIC 9(10).
                    10  ws-bk-check  PIC 9(10).
            01  ws-bk-sub            PIC 9(5)  COMP.
            01  ws-bk-found-sub      PIC 9(5)  COMP.
            01  ws-bridge-seq        PIC 9(10).
            01  ws-bridge-check      PIC 9(10).
            01  ws-bridged-switch    PIC X     VALUE "N".
                88 ws-bridged                  VALUE "Y".
            01  ws-bridge-fail-switch PIC X    VALUE "N".
                88 ws-bridge-failed            VALUE "Y".

           *> Chain tail say last saved, proved against the end of
           *> the walk so records cut from the end are caught too.
            01  ws-saved-last-seq    PIC 9(10) VALUE ZERO.
            01  ws-saved-last-check  PIC 9(10) VALUE ZERO.

            01  ws-read-count        PIC 9(9)  VALUE ZERO.
            01  ws-range-count       PIC 9(9)  VALUE ZERO.
            01  ws-prechain-count    PIC 9(9)  VALUE ZERO.
            01  ws-gap-break-count   PIC 9(9)  VALUE ZERO.
            01  ws-missing-count     PIC 9(9)  VALUE ZERO.
            01  ws-duplicate-count   PIC 9(9)  VALUE ZERO.
            01  ws-link-break-count  PIC 9(9)  VALUE ZERO.
            01  ws-altered-count     PIC 9(9)  VALUE ZERO.
            01  ws-unchained-count   PIC 9(9)  VALUE ZERO.
            01  ws-backed-out-count  PIC 9(9)  VALUE ZERO.
            01  ws-exception-count   PIC 9(9)  VALUE ZERO.
            01  ws-outside-break-count PIC 9(9) VALUE ZERO.
            01  ws-line-count        PIC 9(3)  VALUE ZERO.
            01  ws-page-count        PIC 9(3)  VALUE ZERO.
            01  ws-lines-max         PIC 9(3)  VALUE 60.
            01  ws-edit-count        PIC ZZZ,ZZZ,ZZ9.
            01  ws-edit-seq          PIC Z(9)9.
            01  ws-count-label       PIC X(36).
            01  ws-finding           PIC X(12).
            01  ws-finding-detail    PIC X(44).

            01  ws-ver-header-1.
                05  FILLER           PIC X     VALUE "1".
                05  FILLER           PIC X(30) VALUE
                        "SAYLOG CHAIN VERIFICATION".
                05  FILLER           PIC X(6)  VALUE " MODE ".
                05  ws-vh1-mode      PIC X(1).
                05  FILLER           PIC X(6)  VALUE " FROM ".
                05  ws-vh1-from      PIC X(8).
                05  FILLER           PIC X(4)  VALUE " TO ".
                05  ws-vh1-to        PIC X(8).
                05  FILLER           PIC X(11) VALUE "  RUN DATE ".
                05  ws-vh1-run-date  PIC X(8).
                05  FILLER           PIC X(8)  VALUE "  PAGE ".
                05  ws-vh1-page      PIC ZZZ9.

            01  ws-ver-header-2.
                05  FILLER           PIC X     VALUE SPACE.
                05  FILLER           PIC X(14) VALUE "FINDING".
                05  FILLER           PIC X(10) VALUE "FILE".
                05  FILLER           PIC X(12) VALUE "SEQUENCE".
                05  FILLER           PIC X(23) VALUE "TIMESTAMP".
                05  FILLER           PIC X(10) VALUE "CALLER".
                05  FILLER           PIC X(44) VALUE "DETAIL".

            01  ws-ver-detail.
                05  FILLER           PIC X     VALUE SPACE.
                05  ws-vd-finding    PIC X(12).
                05  FILLER           PIC X(2)  VALUE SPACES.
                05  ws-vd-source     PIC X(8).
                05  FILLER           PIC X(2)  VALUE SPACES.
                05  ws-vd-seq        PIC Z(9)9.
                05  FILLER           PIC X(2)  VALUE SPACES.
                05  ws-vd-timestamp  PIC X(21).
                05  FILLER           PIC X(2)  VALUE SPACES.
                05  ws-vd-caller     PIC X(8).
                05  FILLER           PIC X(2)  VALUE SPACES.
                05  ws-vd-detail     PIC X(44).

            PROCEDURE DIVISION.
            0000-MAIN.
                PERFORM 1000-INITIALIZE.
                IF ws-day-mode
                    PERFORM 2200-VERIFY-PULLED-DAY
                ELSE
                    PERFORM 2000-VERIFY-ARCHIVE
                    PERFORM 2100-VERIFY-CURRENT-LOG
                    PERFORM 4000-CHECK-CHAIN-TAIL
                END-IF.
                PERFORM 8000-WRITE-SUMMARY.
                PERFORM 9000-TERMINATE.
                STOP RUN.

            1000-INITIALIZE.
                MOVE FUNCTION CURRENT-DATE TO ws-current-timestamp.
                MOVE ws-current-timestamp(1:8) TO ws-run-date.
                MOVE ws-run-date TO ws-run-date-display.
                PERFORM 1100-READ-RUN-PARM.
                MOVE ws-from-date TO ws-from-display.
                MOVE ws-to-date TO ws-to-display.
                IF NOT ws-day-mode
                    SET ws-have-prev TO TRUE
                END-IF.
                PERFORM 1200-LOAD-BACKOUT-JOURNAL.
                OPEN OUTPUT saylvrpt-file.
                PERFORM 7000-WRITE-PAGE-HEADERS.

            1100-READ-RUN-PARM.
                OPEN INPUT saylvpm-file.
                IF ws-saylvpm-status = "00"
                    READ saylvpm-file
                        NOT AT END
                            IF saylvpm-run-mode NOT = SPACE
                                MOVE saylvpm-run-mode TO ws-run-mode
                            END-IF
                            IF saylvpm-from-date NUMERIC
                                MOVE saylvpm-from-date
                                    TO ws-from-date
                            END-IF
                            IF saylvpm-to-date NUMERIC
                               AND saylvpm-to-date > ZERO
                                MOVE saylvpm-to-date TO ws-to-date
                            END-IF
                    END-READ
                    CLOSE saylvpm-file
                END-IF.

            1200-LOAD-BACKOUT-JOURNAL.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saybkjnl-file.
                IF ws-saybkjnl-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saybkjnl-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                PERFORM 1250-TABLE-BACKOUT-IMAGE
                        END-READ
                    END-PERFORM
                    CLOSE saybkjnl-file
                END-IF.

            1250-TABLE-BACKOUT-IMAGE.
                MOVE saybkjnl-log-image TO ws-ver-image.
                IF ws-ver-seq-no NUMERIC AND ws-ver-seq-no > ZERO
                    IF ws-bk-count < ws-bk-max
                        ADD 1 TO ws-bk-count
                        MOVE ws-ver-seq-no TO ws-bk-seq(ws-bk-count)
                        MOVE ws-ver-prev-check
                            TO ws-bk-prev(ws-bk-count)
                        MOVE ws-ver-check-value
                            TO ws-bk-check(ws-bk-count)
                    ELSE
                        ADD 1 TO ws-bk-overflow
                    END-IF
                END-IF.

            2000-VERIFY-ARCHIVE.
                MOVE "SAYLGARC" TO ws-source-name.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saylgarc-file.
                IF ws-saylgarc-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saylgarc-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                MOVE saylgarc-record TO ws-ver-image
                                PERFORM 3000-VERIFY-RECORD
                        END-READ
                    END-PERFORM
                    CLOSE saylgarc-file
                END-IF.

            2100-VERIFY-CURRENT-LOG.
                *> SAYLOG carries straight on from the archive - the
                *> archive job only ever moves the leading records.
                MOVE "SAYLOG" TO ws-source-name.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saylog-file.
                IF ws-saylog-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saylog-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                MOVE saylog-record TO ws-ver-image
                                PERFORM 3000-VERIFY-RECORD
                        END-READ
                    END-PERFORM
                    CLOSE saylog-file
                END-IF.

            2200-VERIFY-PULLED-DAY.
                MOVE "SAYLGDAY" TO ws-source-name.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saylgday-file.
                IF ws-saylgday-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saylgday-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                MOVE saylgday-record TO ws-ver-image
                                PERFORM 3000-VERIFY-RECORD
                        END-READ
                    END-PERFORM
                    CLOSE saylgday-file
                END-IF.
                IF ws-first-seq > ZERO
                    MOVE SPACES TO saylvrpt-record
                    MOVE ws-first-seq TO ws-edit-seq
                    STRING " PULLED DAY STARTS AT SEQUENCE "
                           ws-edit-seq
                           " - ITS LINK BACK TO THE ARCHIVE IS NOT"
                           " PROVED IN THIS MODE"
                        DELIMITED BY SIZE INTO saylvrpt-record
                    END-STRING
                    PERFORM 7100-WRITE-REPORT-LINE
                END-IF.

            3000-VERIFY-RECORD.
                ADD 1 TO ws-read-count.
                MOVE "N" TO ws-in-range-switch.
                IF ws-ver-timestamp(1:8) NOT < ws-from-display
                   AND ws-ver-timestamp(1:8) NOT > ws-to-display
                    SET ws-in-range TO TRUE
                    ADD 1 TO ws-range-count
                END-IF.
                IF ws-ver-seq-no NOT NUMERIC OR ws-ver-seq-no = ZERO
                    PERFORM 3050-NOTE-UNCHAINED-RECORD
                ELSE
                    IF ws-first-seq = ZERO
                        MOVE ws-ver-seq-no TO ws-first-seq
                    END-IF
                    CALL "saylgchk" USING ws-ver-image
                            ws-computed-check
                    END-CALL
                    IF ws-computed-check NOT = ws-ver-check-value
                        IF ws-in-range
                            ADD 1 TO ws-altered-count
                        END-IF
                        MOVE "ALTERED" TO ws-finding
                        MOVE "CONTENT DOES NOT MATCH ITS CHECK VALUE"
                            TO ws-finding-detail
                        PERFORM 7200-WRITE-FINDING
                    END-IF
                    IF ws-have-prev
                        PERFORM 3100-CHECK-LINK
                    END-IF
                    *> A record that runs back in the sequence is
                    *> reported above but does not move the walk
                    *> back, or every record after it would show
                    *> as a gap.
                    IF ws-ver-seq-no NOT < ws-prev-seq
                        SET ws-have-prev TO TRUE
                        MOVE ws-ver-seq-no TO ws-prev-seq
                        MOVE ws-ver-check-value TO ws-prev-check
                    END-IF
                END-IF.

            3050-NOTE-UNCHAINED-RECORD.
                *> Records from before the chain was started carry no
                *> sequence number.  Once the chain has begun, a
                *> record without one can only have been put there
                *> by something other than say.
                IF ws-first-seq = ZERO
                    ADD 1 TO ws-prechain-count
                ELSE
                    IF ws-in-range
                        ADD 1 TO ws-unchained-count
                    END-IF
                    MOVE "UNCHAINED" TO ws-finding
                    MOVE "NO SEQUENCE NUMBER INSIDE THE CHAIN"
                        TO ws-finding-detail
                    PERFORM 7200-WRITE-FINDING
                END-IF.

            3100-CHECK-LINK.
                EVALUATE TRUE
                    WHEN ws-ver-seq-no = ws-prev-seq + 1
                        IF ws-ver-prev-check NOT = ws-prev-check
                            IF ws-in-range
                                ADD 1 TO ws-link-break-count
                            END-IF
                            MOVE "BROKEN LINK" TO ws-finding
                            MOVE ws-prev-seq TO ws-edit-seq
                            MOVE SPACES TO ws-finding-detail
                            STRING "DOES NOT FOLLOW SEQUENCE "
                                   ws-edit-seq
                                DELIMITED BY SIZE
                                INTO ws-finding-detail
                            END-STRING
                            PERFORM 7200-WRITE-FINDING
                        END-IF
                    WHEN ws-ver-seq-no NOT > ws-prev-seq
                        IF ws-in-range
                            ADD 1 TO ws-duplicate-count
                        END-IF
                        MOVE "DUPLICATE" TO ws-finding
                        MOVE ws-prev-seq TO ws-edit-seq
                        MOVE SPACES TO ws-finding-detail
                        STRING "SEQUENCE REUSED AFTER "
                               ws-edit-seq
                            DELIMITED BY SIZE
                            INTO ws-finding-detail
                        END-STRING
                        PERFORM 7200-WRITE-FINDING
                    WHEN OTHER
                        COMPUTE ws-gap-count =
                            ws-ver-seq-no - ws-prev-seq - 1
                        MOVE ws-ver-prev-check TO ws-bridge-check
                        PERFORM 3200-BRIDGE-GAP
                        PERFORM 3300-REPORT-GAP
                END-EVALUATE.

            3200-BRIDGE-GAP.
                *> A gap is accounted for when every missing sequence
                *> number is on the backout journal and their check
                *> values chain from the record before the gap to
                *> the check value ws-bridge-check expects at its end.
                MOVE "N" TO ws-bridged-switch.
                MOVE "N" TO ws-bridge-fail-switch.
                IF ws-gap-count > ws-bk-count
                    SET ws-bridge-failed TO TRUE
                END-IF.
                MOVE ws-prev-seq TO ws-bridge-seq.
                MOVE ws-prev-check TO ws-computed-check.
                PERFORM UNTIL ws-bridge-failed
                        OR ws-bridge-seq >= ws-prev-seq + ws-gap-count
                    ADD 1 TO ws-bridge-seq
                    PERFORM 3250-FIND-JOURNAL-IMAGE
                    IF ws-bk-found-sub = ZERO
                        SET ws-bridge-failed TO TRUE
                    ELSE
                        IF ws-bk-prev(ws-bk-found-sub)
                                NOT = ws-computed-check
                            SET ws-bridge-failed TO TRUE
                        ELSE
                            MOVE ws-bk-check(ws-bk-found-sub)
                                TO ws-computed-check
                        END-IF
                    END-IF
                END-PERFORM.
                IF NOT ws-bridge-failed
                   AND ws-computed-check = ws-bridge-check
                    SET ws-bridged TO TRUE
                END-IF.

            3250-FIND-JOURNAL-IMAGE.
                MOVE ZERO TO ws-bk-found-sub.
                PERFORM VARYING ws-bk-sub FROM 1 BY 1
                        UNTIL ws-bk-sub > ws-bk-count
                        OR ws-bk-found-sub > ZERO
                    IF ws-bk-seq(ws-bk-sub) = ws-bridge-seq
                        MOVE ws-bk-sub TO ws-bk-found-sub
                    END-IF
                END-PERFORM.

            3300-REPORT-GAP.
                MOVE ws-gap-count TO ws-edit-count.
                MOVE ws-prev-seq TO ws-edit-seq.
                MOVE SPACES TO ws-finding-detail.
                IF ws-bridged
                    ADD ws-gap-count TO ws-backed-out-count
                    MOVE "BACKED OUT" TO ws-finding
                    STRING ws-edit-count " REMOVED BY SAYBKOUT"
                        DELIMITED BY SIZE INTO ws-finding-detail
                    END-STRING
                ELSE
                    IF ws-in-range
                        ADD 1 TO ws-gap-break-count
                        ADD ws-gap-count TO ws-missing-count
                    END-IF
                    MOVE "GAP" TO ws-finding
                    STRING ws-edit-count " MISSING AFTER SEQ "
                           ws-edit-seq
                        DELIMITED BY SIZE INTO ws-finding-detail
                    END-STRING
                END-IF.
                PERFORM 7200-WRITE-FINDING.

            4000-CHECK-CHAIN-TAIL.
                *> Records cut from the end of SAYLOG leave no gap
                *> for the walk to find - only say's saved tail shows
                *> them.  A session still running may not have saved
                *> its tail yet, so a walk ahead of SAYLGSEQ is not a
                *> break.  Skipped when the range stops short of
                *> today, since the tail is then outside it.
                OPEN INPUT saylgsq-file.
                IF ws-saylgsq-status = "00"
                    READ saylgsq-file
                        NOT AT END
                            MOVE saylgsq-last-seq-no
                                TO ws-saved-last-seq
                            MOVE saylgsq-last-check
                                TO ws-saved-last-check
                    END-READ
                    CLOSE saylgsq-file
                END-IF.
                IF ws-saved-last-seq > ws-prev-seq
                   AND ws-to-display NOT < ws-run-date-display
                    MOVE "SAYLGSEQ" TO ws-source-name
                    MOVE SPACES TO ws-ver-image
                    MOVE ws-saved-last-seq TO ws-ver-seq-no
                    MOVE "SAY LAST SAVED TAIL" TO ws-ver-timestamp
                    COMPUTE ws-gap-count =
                        ws-saved-last-seq - ws-prev-seq
                    *> The saved tail is itself the last record, so
                    *> the bridge runs through it and must end on
                    *> its check value.
                    MOVE ws-saved-last-check TO ws-bridge-check
                    PERFORM 3200-BRIDGE-GAP
                    SET ws-in-range TO TRUE
                    PERFORM 3300-REPORT-GAP
                END-IF.

            7000-WRITE-PAGE-HEADERS.
                ADD 1 TO ws-page-count.
                MOVE ws-run-mode TO ws-vh1-mode.
                MOVE ws-from-display TO ws-vh1-from.
                MOVE ws-to-display TO ws-vh1-to.
                MOVE ws-run-date-display TO ws-vh1-run-date.
                MOVE ws-page-count TO ws-vh1-page.
                MOVE ws-ver-header-1 TO saylvrpt-record.
                WRITE saylvrpt-record.
                MOVE ws-ver-header-2 TO saylvrpt-record.
                WRITE saylvrpt-record.
                MOVE 2 TO ws-line-count.

            7100-WRITE-REPORT-LINE.
                IF ws-line-count >= ws-lines-max
                    PERFORM 7000-WRITE-PAGE-HEADERS
                END-IF.
                WRITE saylvrpt-record.
                ADD 1 TO ws-line-count.

            7200-WRITE-FINDING.
                *> Only breaks on records inside the date range are
                *> listed and counted against the run; a break
                *> elsewhere on the chain is only tallied, so the
                *> auditor knows the chain outside the range is not
                *> clean without the range failing for it.
                IF ws-finding NOT = "BACKED OUT"
                    IF ws-in-range
                        ADD 1 TO ws-exception-count
                    ELSE
                        ADD 1 TO ws-outside-break-count
                    END-IF
                END-IF.
                IF ws-in-range
                    MOVE SPACES TO ws-ver-detail
                    MOVE ws-finding TO ws-vd-finding
                    MOVE ws-source-name TO ws-vd-source
                    MOVE ws-ver-seq-no TO ws-vd-seq
                    MOVE ws-ver-timestamp TO ws-vd-timestamp
                    MOVE ws-ver-caller TO ws-vd-caller
                    MOVE ws-finding-detail TO ws-vd-detail
                    MOVE ws-ver-detail TO saylvrpt-record
                    PERFORM 7100-WRITE-REPORT-LINE
                END-IF.

            8000-WRITE-SUMMARY.
                IF ws-line-count + 16 > ws-lines-max
                    PERFORM 7000-WRITE-PAGE-HEADERS
                END-IF.
                MOVE SPACES TO saylvrpt-record.
                PERFORM 7100-WRITE-REPORT-LINE.
                MOVE "RECORDS WALKED" TO ws-count-label.
                MOVE ws-read-count TO ws-edit-count.
                PERFORM 8100-WRITE-SUMMARY-LINE.
                MOVE "RECORDS IN RANGE" TO ws-count-label.
                MOVE ws-range-count TO ws-edit-count.
                PERFORM 8100-WRITE-SUMMARY-LINE.
                MOVE "RECORDS BEFORE THE CHAIN STARTED"
                    TO ws-count-label.
                MOVE ws-prechain-count TO ws-edit-count.
                PERFORM 8100-WRITE-SUMMARY-LINE.
                MOVE "GAPS" TO ws-count-label.
                MOVE ws-gap-break-count TO ws-edit-count.
                PERFORM 8100-WRITE-SUMMARY-LINE.
                MOVE "RECORDS MISSING IN GAPS" TO ws-count-label.
                MOVE ws-missing-count TO ws-edit-count.
                PERFORM 8100-WRITE-SUMMARY-LINE.
                MOVE "DUPLICATES" TO ws-count-label.
                MOVE ws-duplicate-count TO ws-edit-count.
                PERFORM 8100-WRITE-SUMMARY-LINE.
                MOVE "BROKEN LINKS" TO ws-count-label.
                MOVE ws-link-break-count TO ws-edit-count.
                PERFORM 8100-WRITE-SUMMARY-LINE.
                MOVE "ALTERED RECORDS" TO ws-count-label.
                MOVE ws-altered-count TO ws-edit-count.
                PERFORM 8100-WRITE-SUMMARY-LINE.
                MOVE "UNCHAINED RECORDS" TO ws-count-label.
                MOVE ws-unchained-count TO ws-edit-count.
                PERFORM 8100-WRITE-SUMMARY-LINE.
                MOVE "RECORDS BACKED OUT BY SAYBKOUT"
                    TO ws-count-label.
                MOVE ws-backed-out-count TO ws-edit-count.
                PERFORM 8100-WRITE-SUMMARY-LINE.
                IF ws-bk-overflow > ZERO
                    MOVE "BACKOUT IMAGES NOT TABLED"
                        TO ws-count-label
                    MOVE ws-bk-overflow TO ws-edit-count
                    PERFORM 8100-WRITE-SUMMARY-LINE
                END-IF.
                IF ws-outside-break-count > ZERO
                    MOVE "BREAKS OUTSIDE RANGE - NOT LISTED"
                        TO ws-count-label
                    MOVE ws-outside-break-count TO ws-edit-count
                    PERFORM 8100-WRITE-SUMMARY-LINE
                END-IF.
                MOVE SPACES TO saylvrpt-record.
                PERFORM 7100-WRITE-REPORT-LINE.
                IF ws-exception-count = ZERO
                    IF ws-outside-break-count = ZERO
                        MOVE " CHAIN VERIFIED - NO BREAKS FOUND"
                            TO saylvrpt-record
                    ELSE
                        MOVE " RANGE VERIFIED - BREAKS OUTSIDE RANGE"
                            TO saylvrpt-record
                    END-IF
                ELSE
                    MOVE " CHAIN BROKEN - SEE FINDINGS ABOVE"
                        TO saylvrpt-record
                END-IF.
                PERFORM 7100-WRITE-REPORT-LINE.

            8100-WRITE-SUMMARY-LINE.
                MOVE SPACES TO saylvrpt-record.
                STRING " " ws-count-label ws-edit-count
                    DELIMITED BY SIZE INTO saylvrpt-record
                END-STRING.
                PERFORM 7100-WRITE-REPORT-LINE.

            9000-TERMINATE.
                CLOSE saylvrpt-file.
                DISPLAY "SAYLGVER - MODE=" ws-run-mode
                        " WALKED=" ws-read-count
                        " BREAKS=" ws-exception-count
                        " OUTSIDE RANGE=" ws-outside-break-count
                        " BACKED OUT=" ws-backed-out-count.
                IF ws-exception-count > ZERO
                    MOVE 8 TO RETURN-CODE
                END-IF.
