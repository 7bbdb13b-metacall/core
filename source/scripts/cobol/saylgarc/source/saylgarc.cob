                SELECT saylgapm-file ASSIGN TO "SAYLGAPM.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saylgapm-status.
                SELECT saylgact-file ASSIGN TO "SAYLGACT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saylgact-status.
                SELECT saybkjnl-file ASSIGN TO "SAYBKJNL.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saybkjnl-status.
            DATA DIVISION.
            FILE SECTION.
            FD  saylog-file.
            COPY saylog.

            FD  saylgarc-file.
            01  saylgarc-record         PIC X(125).

            FD  saylgnew-file.
            01  saylgnew-record         PIC X(125).

            FD  saylgday-file.
            01  saylgday-record         PIC X(125).

            FD  saylgapm-file.
            COPY saylgapm.

            FD  saylgact-file.
            COPY saylgsq.

            FD  saybkjnl-file.
            COPY saybkjnl.

            WORKING-STORAGE SECTION.
            01  ws-saylog-status     PIC X(2).
            01  ws-saylgarc-status   PIC X(2).
            01  ws-saylgnew-status   PIC X(2).
            01  ws-saylgday-status   PIC X(2).
            01  ws-saylgapm-status   PIC X(2).
            01  ws-saylgact-status   PIC X(2).
            01  ws-saybkjnl-status   PIC X(2).
            01  ws-eof-switch        PIC X     VALUE "N".
                88 ws-eof                      VALUE "Y".
            01  ws-run-mode          PIC X     VALUE "A".
                88 ws-pull-mode                VALUE "P".
            01  ws-retain-days       PIC 9(3)  VALUE 30.
            01  ws-retain-unit       PIC X     VALUE "C".
                88 ws-business-days            VALUE "B".
            01  ws-pull-date         PIC 9(8)  VALUE ZERO.
            01  ws-current-timestamp PIC X(21).
            01  ws-run-date          PIC 9(8).
            01  ws-archive-count     PIC 9(9)  VALUE ZERO.
            01  ws-retain-count      PIC 9(9)  VALUE ZERO.
            01  ws-pull-count        PIC 9(9)  VALUE ZERO.
           *> SAYLOG chain across the split.  The archive takes
           *> only the leading run of old records - once one record
           *> is retained everything after it is retained too - so
           *> SAYLGNEW always starts with the record that follows
           *> the last one moved to SAYLGARC.  The archive's own
           *> tail is carried in SAYLGACT so each run can prove its
           *> first archived record links to the previous run's.
            01  ws-retaining-switch  PIC X     VALUE "N".
                88 ws-retaining                VALUE "Y".
            01  ws-arc-last-seq      PIC 9(10) VALUE ZERO.
            01  ws-arc-last-check    PIC 9(10) VALUE ZERO.
            01  ws-seam-checked-switch PIC X   VALUE "N".
                88 ws-seam-checked             VALUE "Y".
            01  ws-seam-break-count  PIC 9(9)  VALUE ZERO.
            01  ws-new-first-seq     PIC 9(10) VALUE ZERO.
           *> Records saybkout took off SAYLOG leave a gap at the
           *> seam that is no break - their journal images, loaded
           *> only when the seam does not link directly, bridge it
           *> as they do for saylgver.
            01  ws-bk-loaded-switch  PIC X     VALUE "N".
                88 ws-bk-loaded                VALUE "Y".
            01  ws-bk-count          PIC 9(5)  COMP VALUE ZERO.
            01  ws-bk-max            PIC 9(5)  COMP VALUE 5000.
            01  ws-bk-table.
                05  ws-bk-entry OCCURS 5000 TIMES.
                    10  ws-bk-seq    PIC 9(10).
                    10  ws-bk-prev   PIC 9(10).
                    10  ws-bk-check  PIC 9(10).
            01  ws-bk-sub            PIC 9(5)  COMP.
            01  ws-bk-found-sub      PIC 9(5)  COMP.
            01  ws-bk-image.
                05  FILLER           PIC X(95).
                05  ws-bk-image-seq  PIC 9(10).
                05  ws-bk-image-prev PIC 9(10).
                05  ws-bk-image-check PIC 9(10).
            01  ws-gap-count         PIC 9(10) VALUE ZERO.
            01  ws-bridge-seq        PIC 9(10).
            01  ws-computed-check    PIC 9(10).
            01  ws-bridged-switch    PIC X     VALUE "N".
                88 ws-bridged                  VALUE "Y".
            01  ws-bridge-fail-switch PIC X    VALUE "N".
                88 ws-bridge-failed            VALUE "Y".
           *> Fields for the saycal business-day calendar lookup.
            01  ws-cal-function      PIC X(3).
            01  ws-cal-result-date   PIC 9(8).
            01  ws-cal-return-code   PIC 9(2).
           *> Run-control fields for the shared SAYRUNCT chain
           *> guard.  A pull run is an ad hoc auditor request, not
           *> a link of the nightly chain, so it bypasses the
                PERFORM 1100-READ-RUN-PARM.
                IF NOT ws-pull-mode
                    PERFORM 0100-CHECK-RUN-CONTROL
                    IF NOT ws-run-refused
                        PERFORM 1150-SET-CUTOFF-DATE
                    END-IF
                END-IF.
                IF ws-run-refused
                    MOVE 8 TO RETURN-CODE
                    IF NOT ws-pull-mode
                        PERFORM 0200-STAMP-RUN-CONTROL
                    END-IF
                    IF ws-seam-break-count > ZERO
                        MOVE 4 TO RETURN-CODE
                    END-IF
                END-IF.
                STOP RUN.

                                MOVE saylgapm-pull-date
                                    TO ws-pull-date
                            END-IF
                            IF saylgapm-retain-unit NOT = SPACE
                                MOVE saylgapm-retain-unit
                                    TO ws-retain-unit
                            END-IF
                    END-READ
                    CLOSE saylgapm-file
                END-IF.

            1150-SET-CUTOFF-DATE.
                *> Without a cutoff from the calendar nothing can be
                *> archived safely - a failed lookup returns the run
                *> date, which would archive everything before today
                *> - so the run is refused before any file is opened.
                MOVE FUNCTION CURRENT-DATE TO ws-current-timestamp.
                MOVE ws-current-timestamp(1:8) TO ws-run-date.
                IF ws-business-days
                    MOVE "SUB" TO ws-cal-function
                    CALL "saycal" USING ws-cal-function ws-run-date
                            ws-retain-days ws-cal-result-date
                            ws-cal-return-code
                    END-CALL
                    IF ws-cal-return-code NOT = ZERO
                        SET ws-run-refused TO TRUE
                        DISPLAY "SAYLGARC - NO CUTOFF FROM SAYCAL FOR "
                                ws-retain-days
                                " PROCESSING DAYS - ARCHIVE REFUSED"
                    ELSE
                        MOVE ws-cal-result-date TO ws-cutoff-date
                    END-IF
                ELSE
                    COMPUTE ws-cutoff-integer =
                        FUNCTION INTEGER-OF-DATE(ws-run-date)
                        - ws-retain-days
                    COMPUTE ws-cutoff-date =
                        FUNCTION DATE-OF-INTEGER(ws-cutoff-integer)
                END-IF.

            1200-OPEN-ARCHIVE-FILES.
                MOVE ws-cutoff-date TO ws-cutoff-display.
                PERFORM 1250-LOAD-ARCHIVE-TAIL.
                OPEN INPUT saylog-file.
                IF ws-saylog-status NOT = "00"
                    SET ws-eof TO TRUE
                END-IF.
                OPEN OUTPUT saylgnew-file.

            1250-LOAD-ARCHIVE-TAIL.
                OPEN INPUT saylgact-file.
                IF ws-saylgact-status = "00"
                    READ saylgact-file
                        NOT AT END
                            MOVE saylgsq-last-seq-no
                                TO ws-arc-last-seq
                            MOVE saylgsq-last-check
                                TO ws-arc-last-check
                    END-READ
                    CLOSE saylgact-file
                END-IF.

            1300-OPEN-PULL-FILES.
                MOVE ws-pull-date TO ws-pull-display.
                OPEN INPUT saylgarc-file.
                        SET ws-eof TO TRUE
                    NOT AT END
                        ADD 1 TO ws-read-count
                        IF saylog-timestamp(1:8) NOT < ws-cutoff-display
                            SET ws-retaining TO TRUE
                        END-IF
                        IF ws-retaining
                            PERFORM 2200-RETAIN-RECORD
                        ELSE
                            PERFORM 2100-ARCHIVE-RECORD
                        END-IF
                END-READ.

            2100-ARCHIVE-RECORD.
                IF saylog-seq-no NUMERIC AND saylog-seq-no > ZERO
                    IF NOT ws-seam-checked
                        PERFORM 2150-CHECK-ARCHIVE-SEAM
                    END-IF
                    MOVE saylog-seq-no TO ws-arc-last-seq
                    MOVE saylog-check-value TO ws-arc-last-check
                END-IF.
                ADD 1 TO ws-archive-count.
                WRITE saylgarc-record FROM saylog-record.

            2150-CHECK-ARCHIVE-SEAM.
                *> The first chained record archived this run must
                *> follow the last one archived before it, directly
                *> or across records saybkout reversed.  A break
                *> here means records went missing from SAYLOG
                *> between the runs - saylgver reports the detail.
                SET ws-seam-checked TO TRUE.
                IF ws-arc-last-seq > ZERO
                    IF saylog-seq-no NOT = ws-arc-last-seq + 1
                       OR saylog-prev-check NOT = ws-arc-last-check
                        PERFORM 2160-BRIDGE-SEAM
                        IF NOT ws-bridged
                            ADD 1 TO ws-seam-break-count
                            DISPLAY "SAYLGARC - CHAIN BREAK AT ARCHIVE "
                                    "SEAM - LAST ARCHIVED SEQ="
                                    ws-arc-last-seq
                                    " NEXT SEQ=" saylog-seq-no
                        ELSE
                            DISPLAY "SAYLGARC - " ws-gap-count
                                    " BACKED OUT AT ARCHIVE SEAM"
                        END-IF
                    END-IF
                END-IF.

            2160-BRIDGE-SEAM.
                *> Each missing sequence number must be on the
                *> journal, chaining from the last archived record to
                *> the check value the next record expects.
                MOVE "N" TO ws-bridged-switch.
                MOVE "N" TO ws-bridge-fail-switch.
                MOVE ZERO TO ws-gap-count.
                IF saylog-seq-no NOT > ws-arc-last-seq
                    SET ws-bridge-failed TO TRUE
                ELSE
                    COMPUTE ws-gap-count =
                        saylog-seq-no - ws-arc-last-seq - 1
                    IF NOT ws-bk-loaded
                        PERFORM 2170-LOAD-BACKOUT-JOURNAL
                    END-IF
                    IF ws-gap-count > ws-bk-count
                        SET ws-bridge-failed TO TRUE
                    END-IF
                END-IF.
                MOVE ws-arc-last-seq TO ws-bridge-seq.
                MOVE ws-arc-last-check TO ws-computed-check.
                PERFORM UNTIL ws-bridge-failed
                        OR ws-bridge-seq >= saylog-seq-no - 1
                    ADD 1 TO ws-bridge-seq
                    PERFORM 2190-FIND-JOURNAL-IMAGE
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
                   AND ws-computed-check = saylog-prev-check
                    SET ws-bridged TO TRUE
                END-IF.

            2170-LOAD-BACKOUT-JOURNAL.
                SET ws-bk-loaded TO TRUE.
                OPEN INPUT saybkjnl-file.
                IF ws-saybkjnl-status = "00"
                    PERFORM UNTIL ws-saybkjnl-status NOT = "00"
                        READ saybkjnl-file
                            NOT AT END
                                PERFORM 2180-TABLE-BACKOUT-IMAGE
                        END-READ
                    END-PERFORM
                    CLOSE saybkjnl-file
                END-IF.

            2180-TABLE-BACKOUT-IMAGE.
                MOVE saybkjnl-log-image TO ws-bk-image.
                IF ws-bk-image-seq NUMERIC AND ws-bk-image-seq > ZERO
                   AND ws-bk-count < ws-bk-max
                    ADD 1 TO ws-bk-count
                    MOVE ws-bk-image-seq TO ws-bk-seq(ws-bk-count)
                    MOVE ws-bk-image-prev TO ws-bk-prev(ws-bk-count)
                    MOVE ws-bk-image-check TO ws-bk-check(ws-bk-count)
                END-IF.

            2190-FIND-JOURNAL-IMAGE.
                MOVE ZERO TO ws-bk-found-sub.
                PERFORM VARYING ws-bk-sub FROM 1 BY 1
                        UNTIL ws-bk-sub > ws-bk-count
                        OR ws-bk-found-sub > ZERO
                    IF ws-bk-seq(ws-bk-sub) = ws-bridge-seq
                        MOVE ws-bk-sub TO ws-bk-found-sub
                    END-IF
                END-PERFORM.

            2200-RETAIN-RECORD.
                IF ws-new-first-seq = ZERO
                   AND saylog-seq-no NUMERIC
                    MOVE saylog-seq-no TO ws-new-first-seq
                END-IF.
                ADD 1 TO ws-retain-count.
                WRITE saylgnew-record FROM saylog-record.

            3000-PULL-ARCHIVE-DAY.
                READ saylgarc-file
                    AT END
                            " PULLED=" ws-pull-count
                ELSE
                    CLOSE saylog-file saylgarc-file saylgnew-file
                    PERFORM 9100-SAVE-ARCHIVE-TAIL
                    DISPLAY "SAYLGARC - CUTOFF=" ws-cutoff-display
                            " READ=" ws-read-count
                            " ARCHIVED=" ws-archive-count
                            " RETAINED=" ws-retain-count
                    DISPLAY "SAYLGARC - ARCHIVE ENDS AT SEQ="
                            ws-arc-last-seq
                            " SAYLGNEW STARTS AT SEQ="
                            ws-new-first-seq
                END-IF.

            9100-SAVE-ARCHIVE-TAIL.
                MOVE ws-arc-last-seq TO saylgsq-last-seq-no.
                MOVE ws-arc-last-check TO saylgsq-last-check.
                MOVE FUNCTION CURRENT-DATE TO saylgsq-timestamp.
                OPEN OUTPUT saylgact-file.
                WRITE saylgsq-record.
                CLOSE saylgact-file.
