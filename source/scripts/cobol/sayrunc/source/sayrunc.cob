                88 ws-pred-done                VALUE "Y".
            01  ws-scan-date         PIC 9(8).
            01  ws-date-integer      PIC 9(7)  COMP.
            01  ws-prior-found-switch PIC X    VALUE "N".
                88 ws-prior-found              VALUE "Y".
            01  ws-lookback-done-switch PIC X  VALUE "N".
                88 ws-lookback-done            VALUE "Y".
            01  ws-lookback-count    PIC 9(3)  COMP.
            01  ws-lookback-max      PIC 9(3)  COMP VALUE 31.
           *> Fields for the saycal business-day calendar lookup.
            01  ws-cal-function      PIC X(3).
            01  ws-cal-days          PIC 9(3)  VALUE ZERO.
            01  ws-cal-result-date   PIC 9(8).
            01  ws-cal-return-code   PIC 9(2).

            LINKAGE SECTION.
            01  runc-function PIC X(3).
                *> predecessor stamped the old one - routine for a
                *> stream this deep, and no reason to strand the
                *> night behind override cards.  When the
                *> predecessor completed for an earlier day and
                *> this job has not, that earlier day IS the open
                *> chain date: adopt it, and hand it back through
                *> runc-run-date so the end-of-job stamp lands on
                *> the same chain date the predecessor used.  The
                *> look-back steps over the SAYCAL non-processing
                *> days - a Friday chain held over the weekend or a
                *> holiday resumes on the next processing day - and
                *> stops at the first processing day, since a chain
                *> does not straddle two of those.
                MOVE "N" TO ws-prior-found-switch.
                MOVE "N" TO ws-lookback-done-switch.
                MOVE ZERO TO ws-lookback-count.
                PERFORM 1310-STEP-BACK-ONE-DAY
                    UNTIL ws-prior-found OR ws-lookback-done.
                IF ws-prior-found
                    MOVE ws-scan-date TO runc-run-date
                    DISPLAY "SAYRUNC - CHAIN DATE RESOLVED TO "
                            runc-run-date " FOR " runc-job-name
                ELSE
                    *> No earlier day is any help - restore the
                    *> verdicts for the date the job asked about.
                    MOVE runc-run-date TO ws-scan-date
                    MOVE "N" TO ws-self-done-switch
                    PERFORM 1200-SCAN-COMPLETIONS
                END-IF.

            1310-STEP-BACK-ONE-DAY.
                COMPUTE ws-date-integer =
                    FUNCTION INTEGER-OF-DATE(ws-scan-date) - 1.
                COMPUTE ws-scan-date =
                    FUNCTION DATE-OF-INTEGER(ws-date-integer).
                ADD 1 TO ws-lookback-count.
                MOVE "N" TO ws-self-done-switch.
                MOVE "N" TO ws-pred-done-switch.
                PERFORM 1200-SCAN-COMPLETIONS.
                IF ws-pred-done AND NOT ws-self-done
                    SET ws-prior-found TO TRUE
                ELSE
                    MOVE "CHK" TO ws-cal-function
                    CALL "saycal" USING ws-cal-function
                            ws-scan-date ws-cal-days
                            ws-cal-result-date ws-cal-return-code
                    END-CALL
                    IF ws-cal-return-code = ZERO
                       OR ws-lookback-count >= ws-lookback-max
                        SET ws-lookback-done TO TRUE
                    END-IF
                END-IF.

            2000-STAMP-COMPLETION.
                OPEN EXTEND sayrunct-file.
                IF ws-sayrunct-status = "35"
