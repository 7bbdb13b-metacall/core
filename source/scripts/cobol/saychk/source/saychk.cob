                88 ws-anomaly-found            VALUE "Y".
            01  ws-row-skip-switch   PIC X     VALUE "N".
                88 ws-row-skipped              VALUE "Y".
            01  ws-check-skip-switch PIC X     VALUE "N".
                88 ws-check-skipped            VALUE "Y".
            01  ws-base-day-switch   PIC X     VALUE "N".
                88 ws-base-day-counts          VALUE "Y".
            01  ws-current-timestamp PIC X(21).
            01  ws-run-date          PIC 9(8)  VALUE ZERO.
            01  ws-run-date-display  PIC X(8).
            01  ws-baseline-days     PIC 9(3)  VALUE 7.
            01  ws-tolerance-pct     PIC 9(3)  VALUE 50.
            01  ws-window-start      PIC 9(8).
            01  ws-window-integer    PIC 9(7)  COMP.
            01  ws-last-hist-date    PIC 9(8)  VALUE ZERO.
           *> Fields for the saycal business-day calendar lookup.
            01  ws-cal-function      PIC X(3).
            01  ws-cal-date          PIC 9(8).
            01  ws-cal-days          PIC 9(3).
            01  ws-cal-result-date   PIC 9(8).
            01  ws-cal-return-code   PIC 9(2).
           *> One row per caller seen in today's SAYLOG or in the
           *> baseline window of the SAYHIST master - a caller with
           *> history but nothing today is exactly the nearly-empty
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM 1000-INITIALIZE
                    IF NOT ws-check-skipped
                        PERFORM 2000-COUNT-TODAYS-TRAFFIC
                            UNTIL ws-eof
                        PERFORM 3000-BUILD-BASELINE
                        PERFORM 4000-JUDGE-VOLUMES
                    END-IF
                    PERFORM 9000-TERMINATE
                    IF ws-anomaly-found
                        MOVE 8 TO RETURN-CODE
                    CLOSE saychkpm-file
                END-IF.
                MOVE ws-run-date TO ws-run-date-display.
                OPEN OUTPUT saychkrp-file.
                MOVE SPACES TO saychkrp-record.
                STRING "SAY VOLUME ANOMALY CHECK - DATE "
                    DELIMITED BY SIZE INTO saychkrp-record
                END-STRING.
                WRITE saychkrp-record.
                *> A declared holiday or other non-processing day
                *> has no traffic worth judging - the check is not
                *> run and the chain carries on.
                MOVE "CHK" TO ws-cal-function.
                MOVE ws-run-date TO ws-cal-date.
                CALL "saycal" USING ws-cal-function ws-cal-date
                        ws-cal-days ws-cal-result-date
                        ws-cal-return-code
                END-CALL.
                IF ws-cal-return-code NOT = ZERO
                    SET ws-check-skipped TO TRUE
                ELSE
                    *> The baseline window is the trailing
                    *> baseline-days PROCESSING days, so a Monday
                    *> is measured against the week before it and
                    *> not against the weekend.  If the calendar
                    *> cannot supply that many, the window falls
                    *> back to calendar days - a failed lookup
                    *> returns the run date, which would leave no
                    *> baseline at all.
                    MOVE "SUB" TO ws-cal-function
                    MOVE ws-baseline-days TO ws-cal-days
                    CALL "saycal" USING ws-cal-function ws-cal-date
                            ws-cal-days ws-cal-result-date
                            ws-cal-return-code
                    END-CALL
                    IF ws-cal-return-code = ZERO
                        MOVE ws-cal-result-date TO ws-window-start
                    ELSE
                        COMPUTE ws-window-integer =
                            FUNCTION INTEGER-OF-DATE(ws-run-date)
                            - ws-baseline-days
                        COMPUTE ws-window-start =
                            FUNCTION DATE-OF-INTEGER(ws-window-integer)
                        DISPLAY "SAYCHK - BASELINE WINDOW IN CALENDAR "
                                "DAYS FROM " ws-window-start
                    END-IF
                    OPEN INPUT saylog-file
                    IF ws-saylog-status = "00"
                        SET ws-saylog-open TO TRUE
                    ELSE
                        SET ws-eof TO TRUE
                    END-IF
                END-IF.

            2000-COUNT-TODAYS-TRAFFIC.
                *> change of date per caller marks a new baseline
                *> day - the average is taken over days the caller
                *> actually showed activity, so a quiet weekend
                *> does not drag the weekday baseline down.  Only
                *> SAYCAL processing days count: traffic logged on
                *> a holiday or weekend is not comparable and stays
                *> out of the average.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT sayhist-file.
                IF ws-sayhist-status = "00"
                            NOT AT END
                                IF sayhist-date >= ws-window-start
                                   AND sayhist-date < ws-run-date
                                    PERFORM 3050-CHECK-BASELINE-DAY
                                    IF ws-base-day-counts
                                        PERFORM 3100-POST-BASELINE-ROW
                                    END-IF
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE sayhist-file
                END-IF.

            3050-CHECK-BASELINE-DAY.
                *> The master arrives in date order, so the
                *> calendar is asked once per date, not per row.
                IF sayhist-date NOT = ws-last-hist-date
                    MOVE sayhist-date TO ws-last-hist-date
                    MOVE "CHK" TO ws-cal-function
                    MOVE sayhist-date TO ws-cal-date
                    CALL "saycal" USING ws-cal-function ws-cal-date
                            ws-cal-days ws-cal-result-date
                            ws-cal-return-code
                    END-CALL
                    IF ws-cal-return-code = ZERO
                        SET ws-base-day-counts TO TRUE
                    ELSE
                        MOVE "N" TO ws-base-day-switch
                    END-IF
                END-IF.

            3100-POST-BASELINE-ROW.
                MOVE sayhist-caller TO ws-work-caller.
                PERFORM 2500-FIND-CALLER-ROW.
                END-EVALUATE.

            9000-TERMINATE.
                EVALUATE TRUE
                    WHEN ws-check-skipped
                        MOVE "RESULT - NON-PROCESSING DAY, NOT CHECKED"
                            TO saychkrp-record
                    WHEN ws-anomaly-found
                        MOVE "RESULT - VOLUME OUTSIDE TOLERANCE BAND"
                            TO saychkrp-record
                    WHEN OTHER
                        MOVE "RESULT - VOLUME WITHIN TOLERANCE BAND"
                            TO saychkrp-record
                END-EVALUATE.
                WRITE saychkrp-record.
                CLOSE saychkrp-file.
                IF ws-saylog-open
