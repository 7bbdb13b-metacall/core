                SELECT sayrcnrpt-file ASSIGN TO "SAYRCNRPT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayrcnrpt-status.
                SELECT saybkct-file ASSIGN TO "SAYBKCT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saybkct-status.
                SELECT saysuplg-file ASSIGN TO "SAYSUPLG.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saysuplg-status.
            DATA DIVISION.
            FILE SECTION.
            FD  saytran-file.
            FD  sayrcnrpt-file.
            01  sayrcnrpt-record        PIC X(80).

            FD  saybkct-file.
            COPY saybkct.

            FD  saysuplg-file.
            COPY saysuplg.

            WORKING-STORAGE SECTION.
            01  ws-saytran-status    PIC X(2).
            01  ws-saydrvct-status   PIC X(2).
            01  ws-sayrcnct-status   PIC X(2).
            01  ws-sayrcnpm-status   PIC X(2).
            01  ws-sayrcnrpt-status  PIC X(2).
            01  ws-saybkct-status    PIC X(2).
            01  ws-saysuplg-status   PIC X(2).
            01  ws-eof-switch        PIC X     VALUE "N".
                88 ws-eof                      VALUE "Y".
            01  ws-drvct-found-switch PIC X    VALUE "N".
            01  ws-rpt-page-count    PIC 9(9)  VALUE ZERO.
            01  ws-rpt-detail-count  PIC 9(9)  VALUE ZERO.
            01  ws-rpt-prior-count   PIC 9(9)  VALUE ZERO.
           *> The period the SAYRPT growth covers - from the last
           *> reconciliation's count to this one's - carried on
           *> SAYRCNCT so sayburst can select the same greetings.
            01  ws-window-start      PIC X(21) VALUE SPACES.
            01  ws-window-end        PIC X(21) VALUE SPACES.
            01  ws-rpt-day-count     PIC 9(9)  VALUE ZERO.
            01  ws-drv-disposition   PIC X(8)  VALUE SPACES.
            01  ws-drv-timestamp     PIC X(21) VALUE SPACES.
            01  ws-backout-count     PIC 9(9)  VALUE ZERO.
            01  ws-backout-runs      PIC 9(9)  VALUE ZERO.
            01  ws-drv-suppress-count PIC 9(9) VALUE ZERO.
            01  ws-suplg-count       PIC 9(9)  VALUE ZERO.
            01  ws-batch-caller      PIC X(8)  VALUE "SAYDRV".
            01  ws-edit-count        PIC ZZZZ,ZZ9.
            01  ws-count-label       PIC X(30).
                    PERFORM 2000-COUNT-SAYTRAN
                    PERFORM 3000-READ-DRIVER-TOTALS
                    PERFORM 4000-COUNT-SAYLOG-FOR-DATE
                    PERFORM 4500-COUNT-SUPPRESSIONS
                    PERFORM 5000-COUNT-SAYRPT-DETAILS
                    PERFORM 6000-CHECK-BALANCES
                    PERFORM 7000-WRITE-RECON-REPORT
                                TO ws-drv-reject-count
                            MOVE saydrvct-disposition
                                TO ws-drv-disposition
                            MOVE saydrvct-timestamp
                                TO ws-drv-timestamp
                            IF saydrvct-suppress-count NUMERIC
                                MOVE saydrvct-suppress-count
                                    TO ws-drv-suppress-count
                            END-IF
                            IF saydrvct-run-date NOT = ws-run-date
                                SET ws-drvct-stale TO TRUE
                            END-IF
                    END-READ
                    CLOSE saydrvct-file
                END-IF.
                PERFORM 3100-READ-BACKOUTS.
                *> Suppressed transactions are a disposition of
                *> their own - nothing reaches SAYLOG for them, so
                *> they come off the expected count too.
                COMPUTE ws-expected-count =
                    ws-drv-tran-count - ws-drv-reject-count
                    - ws-drv-suppress-count - ws-backout-count.

            3100-READ-BACKOUTS.
                *> saybkout removes a reversed run's postings from
                *> SAYLOG but cannot unwrite its SAYDRVCT totals -
                *> the records it reversed from the run those totals
                *> describe are netted off the expected count here.
                IF ws-drv-timestamp NOT = SPACES
                    MOVE "N" TO ws-eof-switch
                    OPEN INPUT saybkct-file
                    IF ws-saybkct-status = "00"
                        PERFORM UNTIL ws-eof
                            READ saybkct-file
                                AT END
                                    SET ws-eof TO TRUE
                                NOT AT END
                                    IF saybkct-drvct-timestamp
                                            = ws-drv-timestamp
                                        ADD 1 TO ws-backout-runs
                                        ADD saybkct-reversed-count
                                            TO ws-backout-count
                                    END-IF
                            END-READ
                        END-PERFORM
                        CLOSE saybkct-file
                    END-IF
                END-IF.

            4000-COUNT-SAYLOG-FOR-DATE.
                MOVE "N" TO ws-eof-switch.
                    CLOSE saylog-file
                END-IF.

            4500-COUNT-SUPPRESSIONS.
                *> The suppressed total saydrv reports is proved
                *> against the suppression log say wrote, the same
                *> caller-filtered way as the SAYLOG leg.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saysuplg-file.
                IF ws-saysuplg-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saysuplg-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                IF saysuplg-timestamp(1:8)
                                        = ws-run-date-display
                                   AND saysuplg-caller-program
                                        = ws-batch-caller
                                    ADD 1 TO ws-suplg-count
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE saysuplg-file
                END-IF.

            5000-COUNT-SAYRPT-DETAILS.
                *> SAYRPT only grows by appending, so the day's
                *> detail lines are measured as growth over the
                *> total carried forward from the last run in
                *> SAYRCNCT.  Page headers from say are two lines
                *> per page and are netted out by the page count.
                MOVE FUNCTION CURRENT-DATE TO ws-window-end.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT sayrpt-file.
                IF ws-sayrpt-status = "00"
                        NOT AT END
                            MOVE sayrcnct-rpt-details
                                TO ws-rpt-prior-count
                            IF sayrcnct-window-end(1:8) NUMERIC
                                MOVE sayrcnct-window-end
                                    TO ws-window-start
                            END-IF
                    END-READ
                    CLOSE sayrcnct-file
                ELSE
                IF ws-saylog-count NOT = ws-expected-count
                    MOVE "N" TO ws-balance-switch
                END-IF.
                IF ws-suplg-count NOT = ws-drv-suppress-count
                    MOVE "N" TO ws-balance-switch
                END-IF.
                *> The SAYRPT growth figure is informational only.
                *> Report lines carry no caller stamp, so one-off
                *> callers and resubmit runs add to the growth, and
                MOVE "SAYDRV REJECTS" TO ws-count-label.
                MOVE ws-drv-reject-count TO ws-edit-count.
                PERFORM 7100-WRITE-COUNT-LINE.
                MOVE "SAYDRV SUPPRESSED" TO ws-count-label.
                MOVE ws-drv-suppress-count TO ws-edit-count.
                PERFORM 7100-WRITE-COUNT-LINE.
                IF ws-backout-runs > ZERO
                    MOVE "SAYBKOUT RECORDS BACKED OUT"
                        TO ws-count-label
                    MOVE ws-backout-count TO ws-edit-count
                    PERFORM 7100-WRITE-COUNT-LINE
                END-IF.
                MOVE "EXPECTED GOOD TRANSACTIONS" TO ws-count-label.
                MOVE ws-expected-count TO ws-edit-count.
                PERFORM 7100-WRITE-COUNT-LINE.
                MOVE "SAYLOG RECORDS FOR RUN DATE" TO ws-count-label.
                MOVE ws-saylog-count TO ws-edit-count.
                PERFORM 7100-WRITE-COUNT-LINE.
                MOVE "SAYSUPLG RECORDS FOR RUN DATE" TO ws-count-label.
                MOVE ws-suplg-count TO ws-edit-count.
                PERFORM 7100-WRITE-COUNT-LINE.
                MOVE "SAYRPT DETAIL LINES ADDED" TO ws-count-label.
                MOVE ws-rpt-day-count TO ws-edit-count.
                PERFORM 7100-WRITE-COUNT-LINE.

            8000-SAVE-CARRY-FORWARD.
                MOVE ws-rpt-detail-count TO sayrcnct-rpt-details.
                MOVE ws-run-date TO sayrcnct-run-date.
                MOVE ws-rpt-day-count TO sayrcnct-day-count.
                IF ws-baseline-run
                   OR ws-window-start = SPACES
                    MOVE "B" TO sayrcnct-day-status
                ELSE
                    MOVE "M" TO sayrcnct-day-status
                END-IF.
                MOVE ws-window-start TO sayrcnct-window-start.
                MOVE ws-window-end TO sayrcnct-window-end.
                OPEN OUTPUT sayrcnct-file.
                WRITE sayrcnct-record.
                CLOSE sayrcnct-file.
