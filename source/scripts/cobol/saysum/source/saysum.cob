                SELECT saysumrpt-file ASSIGN TO "SAYSUMRPT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saysumrpt-status.
                SELECT saybkct-file ASSIGN TO "SAYBKCT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saybkct-status.
            DATA DIVISION.
            FILE SECTION.
            FD  saylog-file.
            FD  saysumrpt-file.
            01  saysumrpt-record            PIC X(80).

            FD  saybkct-file.
            COPY saybkct.

            WORKING-STORAGE SECTION.
            01  ws-saylog-status     PIC X(2).
            01  ws-saysumrpt-status  PIC X(2).
            01  ws-saybkct-status    PIC X(2).
            01  ws-eof-switch        PIC X     VALUE "N".
                88 ws-eof                      VALUE "Y".
            01  ws-first-group       PIC X     VALUE "Y".
            01  ws-group-count       PIC 9(9)  VALUE ZERO.
            01  ws-edit-count        PIC ZZZZ,ZZ9.
            01  ws-current-timestamp PIC X(21).
            01  ws-run-date-display  PIC X(8).
            01  ws-backout-lines     PIC 9(5)  VALUE ZERO.
            01  ws-edit-hist         PIC ZZZZ,ZZ9.
            01  ws-bk-provider       PIC X(5).
           *> Run-control fields for the shared SAYRUNCT chain
           *> guard.
            01  ws-run-refused-switch PIC X    VALUE "N".
                    PERFORM 1000-REPORT-BY-MESSAGE
                    PERFORM 2000-REPORT-BY-CALLER
                    PERFORM 3000-REPORT-BY-PROVIDER
                    PERFORM 4000-REPORT-BACKOUTS
                    CLOSE saysumrpt-file
                    PERFORM 0200-STAMP-RUN-CONTROL
                END-IF.
                    END-STRING
                END-IF.
                WRITE saysumrpt-record.

            4000-REPORT-BACKOUTS.
                *> The counts above are what SAYLOG holds now - a
                *> saybkout run has already taken its records out,
                *> so each backout for the run date is listed here
                *> to explain the shortfall against the driver.
                MOVE "SAY DAILY SUMMARY - BACKOUTS"
                    TO saysumrpt-record.
                WRITE saysumrpt-record.
                MOVE ws-runc-run-date TO ws-run-date-display.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saybkct-file.
                IF ws-saybkct-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saybkct-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                IF saybkct-timestamp(1:8)
                                        = ws-run-date-display
                                   OR saybkct-post-end(1:8)
                                        = ws-run-date-display
                                    PERFORM 4040-WRITE-BACKOUT-LINE
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE saybkct-file
                END-IF.
                IF ws-backout-lines = ZERO
                    MOVE "NO BACKOUTS" TO saysumrpt-record
                    WRITE saysumrpt-record
                END-IF.

            4040-WRITE-BACKOUT-LINE.
                ADD 1 TO ws-backout-lines.
                IF saybkct-provider = SPACES
                    MOVE "(ALL)" TO ws-bk-provider
                ELSE
                    MOVE saybkct-provider TO ws-bk-provider
                END-IF.
                MOVE saybkct-reversed-count TO ws-edit-count.
                MOVE saybkct-hist-count TO ws-edit-hist.
                MOVE SPACES TO saysumrpt-record.
                STRING "FILE DATE " saybkct-file-date
                        "  PROVIDER " ws-bk-provider
                        "  REVERSED=" ws-edit-count
                        "  SAYHIST=" ws-edit-hist
                    DELIMITED BY SIZE INTO saysumrpt-record
                END-STRING.
                WRITE saysumrpt-record.
