            IDENTIFICATION DIVISION.
            PROGRAM-ID. saybkout.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT saybkpm-file ASSIGN TO "SAYBKPM.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saybkpm-status.
                SELECT saylog-file ASSIGN TO "SAYLOG.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saylog-status.
                SELECT saylgwrk-file ASSIGN TO "SAYLGWRK.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saylgwrk-status.
                SELECT sayhist-file ASSIGN TO "SAYHIST.DAT"
                    ORGANIZATION INDEXED
                    ACCESS MODE DYNAMIC
                    RECORD KEY sayhist-key
                    FILE STATUS ws-sayhist-status.
                SELECT saydrvdt-file ASSIGN TO "SAYDRVDT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saydrvdt-status.
                SELECT saydrvdw-file ASSIGN TO "SAYDRVDW.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saydrvdw-status.
                SELECT saydrvct-file ASSIGN TO "SAYDRVCT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saydrvct-status.
                SELECT saycolct-file ASSIGN TO "SAYCOLCT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saycolct-status.
                SELECT saycoldt-file ASSIGN TO "SAYCOLDT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saycoldt-status.
                SELECT saycoldw-file ASSIGN TO "SAYCOLDW.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saycoldw-status.
                SELECT saybkct-file ASSIGN TO "SAYBKCT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saybkct-status.
                SELECT saybkjnl-file ASSIGN TO "SAYBKJNL.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saybkjnl-status.
                SELECT saybkrpt-file ASSIGN TO "SAYBKRPT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saybkrpt-status.
            DATA DIVISION.
            FILE SECTION.
            FD  saybkpm-file.
            COPY saybkpm.

            FD  saylog-file.
            COPY saylog.

            FD  saylgwrk-file.
            01  saylgwrk-record         PIC X(125).

            FD  sayhist-file.
            COPY sayhist.

            FD  saydrvdt-file.
            COPY saydrvdt.

            FD  saydrvdw-file.
            01  saydrvdw-record         PIC X(50).

            FD  saydrvct-file.
            COPY saydrvct.

            FD  saycolct-file.
            COPY saycolct.

            FD  saycoldt-file.
            COPY saycoldt.

            FD  saycoldw-file.
            01  saycoldw-record         PIC X(10).

            FD  saybkct-file.
            COPY saybkct.

            FD  saybkjnl-file.
            COPY saybkjnl.

           *> The backout register - one line for every SAYLOG record
           *> reversed, then the run totals.
            FD  saybkrpt-file.
            01  saybkrpt-record         PIC X(132).

            WORKING-STORAGE SECTION.
            01  ws-saybkpm-status    PIC X(2).
            01  ws-saylog-status     PIC X(2).
            01  ws-saylgwrk-status   PIC X(2).
            01  ws-sayhist-status    PIC X(2).
            01  ws-saydrvdt-status   PIC X(2).
            01  ws-saydrvdw-status   PIC X(2).
            01  ws-saydrvct-status   PIC X(2).
            01  ws-saycolct-status   PIC X(2).
            01  ws-saycoldt-status   PIC X(2).
            01  ws-saycoldw-status   PIC X(2).
            01  ws-saybkct-status    PIC X(2).
            01  ws-saybkjnl-status   PIC X(2).
            01  ws-saybkrpt-status   PIC X(2).
            01  ws-eof-switch        PIC X     VALUE "N".
                88 ws-eof                      VALUE "Y".
            01  ws-scan-eof-switch   PIC X     VALUE "N".
                88 ws-scan-eof                 VALUE "Y".
            01  ws-card-valid-switch PIC X     VALUE "N".
                88 ws-card-valid               VALUE "Y".
            01  ws-backout-refused-switch PIC X VALUE "N".
                88 ws-backout-refused          VALUE "Y".
            01  ws-hist-open-switch  PIC X     VALUE "N".
                88 ws-hist-open                VALUE "Y".
            01  ws-in-window-switch  PIC X     VALUE "N".
                88 ws-in-window                VALUE "Y".
            01  ws-dt-entry-switch   PIC X     VALUE "N".
                88 ws-dt-entry-found           VALUE "Y".
            01  ws-later-run-switch  PIC X     VALUE "N".
                88 ws-later-run                VALUE "Y".
            01  ws-drvct-match-switch PIC X    VALUE "N".
                88 ws-drvct-match              VALUE "Y".
            01  ws-current-timestamp PIC X(21).
            01  ws-run-date-display  PIC X(8).
            01  ws-file-date         PIC 9(8)  VALUE ZERO.
            01  ws-file-date-display PIC X(8).
            01  ws-provider          PIC X(2)  VALUE SPACES.
            01  ws-provider-display  PIC X(6).
            01  ws-refuse-reason     PIC X(40) VALUE SPACES.
            01  ws-batch-caller      PIC X(8)  VALUE "SAYDRV".
           *> Posting windows to reverse - the live SAYDRVDT entry
           *> for the file date plus the windows of any earlier
           *> provider backouts of the same date, whose SAYDRVDT
           *> entry the first backout has already cleared.
            01  ws-window-count      PIC 9(3)  COMP VALUE ZERO.
            01  ws-window-max        PIC 9(3)  COMP VALUE 50.
            01  ws-window-table.
                05  ws-window-entry  OCCURS 50 TIMES.
                    10  ws-window-start     PIC X(21).
                    10  ws-window-end       PIC X(21).
            01  ws-window-sub        PIC 9(3)  COMP.
            01  ws-new-start         PIC X(21).
            01  ws-new-end           PIC X(21).
            01  ws-dt-post-end       PIC X(21) VALUE SPACES.
            01  ws-prior-drvct-timestamp PIC X(21) VALUE SPACES.
            01  ws-drvct-timestamp   PIC X(21) VALUE SPACES.
           *> Provider/date pairs the reversed file collated, cleared
           *> from SAYCOLDT so the corrected provider feeds can be
           *> collated again.
            01  ws-coldt-count       PIC 9(3)  COMP VALUE ZERO.
            01  ws-coldt-max         PIC 9(3)  COMP VALUE 10.
            01  ws-coldt-table.
                05  ws-coldt-entry   OCCURS 10 TIMES.
                    10  ws-coldt-provider   PIC X(2).
                    10  ws-coldt-file-date  PIC 9(8).
            01  ws-coldt-sub         PIC 9(3)  COMP.
            01  ws-coldt-drop-switch PIC X     VALUE "N".
                88 ws-coldt-drop               VALUE "Y".
            01  ws-coldt-overflow    PIC 9(5)  VALUE ZERO.
           *> Set when a reversed posting carries a provider code -
           *> the file came through the saycoll collation, so its
           *> SAYCOLDT pairs are expected to be cleared.
            01  ws-collated-switch   PIC X     VALUE "N".
                88 ws-collated-posting         VALUE "Y".
            01  ws-hist-label        PIC X(12).
            01  ws-log-read-count    PIC 9(9)  VALUE ZERO.
            01  ws-log-kept-count    PIC 9(9)  VALUE ZERO.
            01  ws-reversed-count    PIC 9(9)  VALUE ZERO.
            01  ws-hist-count        PIC 9(9)  VALUE ZERO.
            01  ws-hist-deleted-count PIC 9(9) VALUE ZERO.
            01  ws-hist-missing-count PIC 9(9) VALUE ZERO.
            01  ws-dt-cleared-count  PIC 9(9)  VALUE ZERO.
            01  ws-coldt-cleared-count PIC 9(9) VALUE ZERO.
            01  ws-line-count        PIC 9(3)  VALUE ZERO.
            01  ws-page-count        PIC 9(3)  VALUE ZERO.
            01  ws-lines-max         PIC 9(3)  VALUE 60.
            01  ws-edit-count        PIC ZZZ,ZZZ,ZZ9.
            01  ws-count-label       PIC X(36).
           *> Run-control fields for the shared SAYRUNCT chain
           *> guard.  The backout is stamped against the file date
           *> it reversed, under its own job name - SAYBKOUT for a
           *> whole file, SAYBKO plus the provider code for one
           *> provider - so the same reversal cannot be run twice.
           *> It has no predecessor.
            01  ws-run-refused-switch PIC X    VALUE "N".
                88 ws-run-refused              VALUE "Y".
            01  ws-runc-function     PIC X(3).
            01  ws-runc-job-name     PIC X(8)  VALUE "SAYBKOUT".
            01  ws-runc-pred-name    PIC X(8)  VALUE SPACES.
            01  ws-runc-run-date     PIC 9(8).
            01  ws-runc-return-code  PIC 9(2).

            01  ws-reg-header-1.
                05  FILLER           PIC X     VALUE "1".
                05  FILLER           PIC X(33) VALUE
                        "SAY BACKOUT REGISTER - FILE DATE ".
                05  ws-rh1-file-date PIC X(8).
                05  FILLER           PIC X(11) VALUE "  PROVIDER ".
                05  ws-rh1-provider  PIC X(6).
                05  FILLER           PIC X(11) VALUE "  RUN DATE ".
                05  ws-rh1-run-date  PIC X(8).
                05  FILLER           PIC X(8)  VALUE "  PAGE ".
                05  ws-rh1-page      PIC ZZZ9.

            01  ws-reg-header-2.
                05  FILLER           PIC X     VALUE SPACE.
                05  FILLER           PIC X(23) VALUE "LOGGED AT".
                05  FILLER           PIC X(10) VALUE "CALLER".
                05  FILLER           PIC X(6)  VALUE "PROV".
                05  FILLER           PIC X(6)  VALUE "CODE".
                05  FILLER           PIC X(32) VALUE "HELLO".
                05  FILLER           PIC X(32) VALUE "WORLD".
                05  FILLER           PIC X(12) VALUE "SAYHIST".

            01  ws-reg-detail.
                05  FILLER           PIC X     VALUE SPACE.
                05  ws-rd-timestamp  PIC X(21).
                05  FILLER           PIC X(2)  VALUE SPACES.
                05  ws-rd-caller     PIC X(8).
                05  FILLER           PIC X(2)  VALUE SPACES.
                05  ws-rd-provider   PIC X(2).
                05  FILLER           PIC X(4)  VALUE SPACES.
                05  ws-rd-code       PIC X(4).
                05  FILLER           PIC X(2)  VALUE SPACES.
                05  ws-rd-hello      PIC X(30).
                05  FILLER           PIC X(2)  VALUE SPACES.
                05  ws-rd-world      PIC X(30).
                05  FILLER           PIC X(2)  VALUE SPACES.
                05  ws-rd-hist       PIC X(12).

            PROCEDURE DIVISION.
            0000-MAIN.
                PERFORM 1000-INITIALIZE.
                IF NOT ws-card-valid
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM 0100-CHECK-RUN-CONTROL
                    IF ws-run-refused
                        MOVE 8 TO RETURN-CODE
                    ELSE
                        PERFORM 1200-FIND-POSTING-WINDOWS
                        OPEN OUTPUT saybkrpt-file
                        PERFORM 8200-WRITE-REGISTER-HEADERS
                        IF ws-backout-refused
                            PERFORM 8300-WRITE-REFUSAL
                            MOVE 8 TO RETURN-CODE
                        ELSE
                            PERFORM 1300-MATCH-DRIVER-TOTALS
                            PERFORM 2000-REVERSE-SAYLOG
                            PERFORM 3000-CLEAR-PROCESSED-DATE
                            PERFORM 3100-CLEAR-COLLATED-DATES
                            PERFORM 4000-WRITE-BACKOUT-CONTROL
                            PERFORM 8000-WRITE-REGISTER-TOTALS
                            PERFORM 0200-STAMP-RUN-CONTROL
                            IF ws-reversed-count = ZERO
                                MOVE 4 TO RETURN-CODE
                            END-IF
                        END-IF
                        CLOSE saybkrpt-file
                        PERFORM 9000-TERMINATE
                    END-IF
                END-IF.
                STOP RUN.

            0100-CHECK-RUN-CONTROL.
                MOVE ws-file-date TO ws-runc-run-date.
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
                MOVE FUNCTION CURRENT-DATE TO ws-current-timestamp.
                MOVE ws-current-timestamp(1:8) TO ws-run-date-display.
                PERFORM 1100-READ-BACKOUT-CARD.
                IF ws-card-valid
                    MOVE ws-file-date TO ws-file-date-display
                    IF ws-provider = SPACES
                        MOVE "(ALL)" TO ws-provider-display
                    ELSE
                        MOVE ws-provider TO ws-provider-display
                        MOVE SPACES TO ws-runc-job-name
                        STRING "SAYBKO" ws-provider
                            DELIMITED BY SIZE INTO ws-runc-job-name
                        END-STRING
                    END-IF
                END-IF.

            1100-READ-BACKOUT-CARD.
                *> There is no sensible default for a reversal - no
                *> card, or a card without a file date, stops the
                *> job before anything is touched.
                OPEN INPUT saybkpm-file.
                IF ws-saybkpm-status = "00"
                    READ saybkpm-file
                        NOT AT END
                            IF saybkpm-file-date NUMERIC
                               AND saybkpm-file-date > ZERO
                                SET ws-card-valid TO TRUE
                                MOVE saybkpm-file-date TO ws-file-date
                                MOVE saybkpm-provider TO ws-provider
                            END-IF
                    END-READ
                    CLOSE saybkpm-file
                END-IF.
                IF NOT ws-card-valid
                    DISPLAY "SAYBKOUT - NO VALID SAYBKPM CARD, "
                            "NOTHING BACKED OUT"
                END-IF.

            1200-FIND-POSTING-WINDOWS.
                *> The live SAYDRVDT entry first, then the windows
                *> earlier provider backouts of this date carried
                *> forward on SAYBKCT.
                OPEN INPUT saydrvdt-file.
                IF ws-saydrvdt-status = "00"
                    MOVE "N" TO ws-scan-eof-switch
                    PERFORM UNTIL ws-scan-eof
                        READ saydrvdt-file
                            AT END
                                SET ws-scan-eof TO TRUE
                            NOT AT END
                                IF saydrvdt-file-date = ws-file-date
                                    SET ws-dt-entry-found TO TRUE
                                    MOVE saydrvdt-post-start
                                        TO ws-new-start
                                    MOVE saydrvdt-post-end
                                        TO ws-new-end
                                    MOVE saydrvdt-post-end
                                        TO ws-dt-post-end
                                    PERFORM 1250-ADD-WINDOW
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE saydrvdt-file
                END-IF.
                OPEN INPUT saybkct-file.
                IF ws-saybkct-status = "00"
                    MOVE "N" TO ws-scan-eof-switch
                    PERFORM UNTIL ws-scan-eof
                        READ saybkct-file
                            AT END
                                SET ws-scan-eof TO TRUE
                            NOT AT END
                                IF saybkct-file-date = ws-file-date
                                    MOVE saybkct-post-start
                                        TO ws-new-start
                                    MOVE saybkct-post-end
                                        TO ws-new-end
                                    PERFORM 1250-ADD-WINDOW
                                    IF saybkct-drvct-timestamp
                                            NOT = SPACES
                                        MOVE saybkct-drvct-timestamp
                                          TO ws-prior-drvct-timestamp
                                    END-IF
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE saybkct-file
                END-IF.
                IF ws-window-count = ZERO
                    SET ws-backout-refused TO TRUE
                    IF ws-dt-entry-found
                        MOVE "NO POSTING WINDOW RECORDED ON SAYDRVDT"
                            TO ws-refuse-reason
                    ELSE
                        MOVE "FILE DATE NOT POSTED BY SAYDRV"
                            TO ws-refuse-reason
                    END-IF
                    DISPLAY "SAYBKOUT - BACKOUT REFUSED - "
                            ws-refuse-reason
                END-IF.

            1250-ADD-WINDOW.
                *> An entry recorded before the window was kept has
                *> spaces here and cannot be placed on SAYLOG.
                IF ws-new-start NOT = SPACES
                   AND ws-new-end NOT = SPACES
                    MOVE "N" TO ws-in-window-switch
                    PERFORM VARYING ws-window-sub FROM 1 BY 1
                            UNTIL ws-window-sub > ws-window-count
                        IF ws-window-start(ws-window-sub)
                                = ws-new-start
                            SET ws-in-window TO TRUE
                        END-IF
                    END-PERFORM
                    IF NOT ws-in-window
                        IF ws-window-count < ws-window-max
                            ADD 1 TO ws-window-count
                            MOVE ws-new-start
                                TO ws-window-start(ws-window-count)
                            MOVE ws-new-end
                                TO ws-window-end(ws-window-count)
                        ELSE
                            DISPLAY "SAYBKOUT - WINDOW TABLE FULL, "
                                    ws-new-start " NOT REVERSED"
                        END-IF
                    END-IF
                END-IF.

            1300-MATCH-DRIVER-TOTALS.
                *> sayrecon balances SAYLOG against the one SAYDRVCT
                *> record the last driver run wrote.  The backout is
                *> netted off those totals only when that record is
                *> the reversed run's own - written at its clean end
                *> with no later run posting since - or when an
                *> earlier provider backout of this date already
                *> matched it.
                OPEN INPUT saydrvct-file.
                IF ws-saydrvct-status = "00"
                    READ saydrvct-file
                        NOT AT END
                            IF saydrvct-disposition = "ACCEPTED"
                                MOVE saydrvct-timestamp
                                    TO ws-drvct-timestamp
                            END-IF
                    END-READ
                    CLOSE saydrvct-file
                END-IF.
                IF ws-drvct-timestamp NOT = SPACES
                    IF ws-dt-entry-found
                        PERFORM 1350-CHECK-LATER-RUNS
                        IF ws-drvct-timestamp >= ws-dt-post-end
                           AND NOT ws-later-run
                            SET ws-drvct-match TO TRUE
                        END-IF
                    ELSE
                        IF ws-drvct-timestamp
                                = ws-prior-drvct-timestamp
                            SET ws-drvct-match TO TRUE
                        END-IF
                    END-IF
                END-IF.
                IF NOT ws-drvct-match
                    MOVE SPACES TO ws-drvct-timestamp
                END-IF.

            1350-CHECK-LATER-RUNS.
                OPEN INPUT saydrvdt-file.
                IF ws-saydrvdt-status = "00"
                    MOVE "N" TO ws-scan-eof-switch
                    PERFORM UNTIL ws-scan-eof
                        READ saydrvdt-file
                            AT END
                                SET ws-scan-eof TO TRUE
                            NOT AT END
                                IF saydrvdt-file-date NOT = ws-file-date
                                   AND saydrvdt-post-start
                                        > ws-dt-post-end
                                    SET ws-later-run TO TRUE
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE saydrvdt-file
                END-IF.

            2000-REVERSE-SAYLOG.
                *> SAYLOG is copied to the work file without the
                *> reversed records and then copied back, the way
                *> saydrv rewrites SAYSUSP after a resubmit.
                OPEN INPUT saylog-file.
                IF ws-saylog-status NOT = "00"
                    DISPLAY "SAYBKOUT - SAYLOG NOT AVAILABLE, STATUS "
                            ws-saylog-status
                ELSE
                    OPEN OUTPUT saylgwrk-file
                    OPEN EXTEND saybkjnl-file
                    IF ws-saybkjnl-status = "35"
                        OPEN OUTPUT saybkjnl-file
                    END-IF
                    OPEN I-O sayhist-file
                    IF ws-sayhist-status = "00"
                        SET ws-hist-open TO TRUE
                    END-IF
                    MOVE "N" TO ws-eof-switch
                    PERFORM UNTIL ws-eof
                        READ saylog-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-log-read-count
                                PERFORM 2100-SELECT-LOG-RECORD
                                IF ws-in-window
                                    PERFORM 2200-REVERSE-ONE-RECORD
                                ELSE
                                    ADD 1 TO ws-log-kept-count
                                    WRITE saylgwrk-record
                                        FROM saylog-record
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE saylog-file saylgwrk-file saybkjnl-file
                    IF ws-hist-open
                        CLOSE sayhist-file
                    END-IF
                    IF ws-reversed-count > ZERO
                        PERFORM 2500-REWRITE-SAYLOG
                    END-IF
                END-IF.

            2100-SELECT-LOG-RECORD.
                *> Only the driver's own postings are reversed - one-
                *> off callers and resubmit runs that logged inside
                *> the window are left alone.
                MOVE "N" TO ws-in-window-switch.
                IF saylog-caller-program = ws-batch-caller
                   AND (ws-provider = SPACES
                        OR saylog-provider = ws-provider)
                    PERFORM VARYING ws-window-sub FROM 1 BY 1
                            UNTIL ws-window-sub > ws-window-count
                            OR ws-in-window
                        IF saylog-timestamp
                                >= ws-window-start(ws-window-sub)
                           AND saylog-timestamp
                                <= ws-window-end(ws-window-sub)
                            SET ws-in-window TO TRUE
                        END-IF
                    END-PERFORM
                END-IF.

            2200-REVERSE-ONE-RECORD.
                ADD 1 TO ws-reversed-count.
                IF saylog-provider NOT = SPACES
                    SET ws-collated-posting TO TRUE
                END-IF.
                MOVE ws-current-timestamp TO saybkjnl-timestamp.
                MOVE ws-file-date TO saybkjnl-file-date.
                MOVE ws-provider TO saybkjnl-provider.
                MOVE saylog-record TO saybkjnl-log-image.
                WRITE saybkjnl-record.
                PERFORM 2300-SUBTRACT-HISTORY.
                MOVE SPACES TO ws-reg-detail.
                MOVE saylog-timestamp TO ws-rd-timestamp.
                MOVE saylog-caller-program TO ws-rd-caller.
                MOVE saylog-provider TO ws-rd-provider.
                MOVE saylog-msg-code TO ws-rd-code.
                MOVE saylog-hello TO ws-rd-hello.
                MOVE saylog-world TO ws-rd-world.
                MOVE ws-hist-label TO ws-rd-hist.
                MOVE ws-reg-detail TO saybkrpt-record.
                PERFORM 8100-WRITE-REGISTER-LINE.

            2300-SUBTRACT-HISTORY.
                *> sayhupd posts the day from SAYLOG, so a day it
                *> has not reached yet has nothing to subtract - its
                *> own run will post from the reduced log.
                MOVE "NOT ON HIST" TO ws-hist-label.
                IF ws-hist-open
                    MOVE saylog-timestamp(1:8) TO sayhist-date
                    MOVE saylog-hello TO sayhist-hello
                    MOVE saylog-world TO sayhist-world
                    MOVE saylog-caller-program TO sayhist-caller
                    READ sayhist-file
                        KEY IS sayhist-key
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE "SUBTRACTED" TO ws-hist-label
                            ADD 1 TO ws-hist-count
                            IF sayhist-count > 1
                                SUBTRACT 1 FROM sayhist-count
                                REWRITE sayhist-record
                            ELSE
                                DELETE sayhist-file
                                END-DELETE
                                ADD 1 TO ws-hist-deleted-count
                            END-IF
                    END-READ
                END-IF.
                IF ws-hist-label = "NOT ON HIST"
                    ADD 1 TO ws-hist-missing-count
                END-IF.

            2500-REWRITE-SAYLOG.
                OPEN INPUT saylgwrk-file.
                OPEN OUTPUT saylog-file.
                MOVE "N" TO ws-scan-eof-switch.
                PERFORM UNTIL ws-scan-eof
                    READ saylgwrk-file
                        AT END
                            SET ws-scan-eof TO TRUE
                        NOT AT END
                            WRITE saylog-record FROM saylgwrk-record
                    END-READ
                END-PERFORM.
                CLOSE saylgwrk-file saylog-file.

            3000-CLEAR-PROCESSED-DATE.
                *> With the entry gone saydrv accepts a corrected
                *> file for the date.  A provider backout clears it
                *> too - the other providers' feeds for the date are
                *> still on SAYCOLDT, so saycoll will not merge them
                *> into the corrected file a second time.
                OPEN INPUT saydrvdt-file.
                IF ws-saydrvdt-status = "00"
                    OPEN OUTPUT saydrvdw-file
                    MOVE "N" TO ws-scan-eof-switch
                    PERFORM UNTIL ws-scan-eof
                        READ saydrvdt-file
                            AT END
                                SET ws-scan-eof TO TRUE
                            NOT AT END
                                IF saydrvdt-file-date = ws-file-date
                                    ADD 1 TO ws-dt-cleared-count
                                ELSE
                                    WRITE saydrvdw-record
                                        FROM saydrvdt-record
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE saydrvdt-file saydrvdw-file
                    IF ws-dt-cleared-count > ZERO
                        OPEN INPUT saydrvdw-file
                        OPEN OUTPUT saydrvdt-file
                        MOVE "N" TO ws-scan-eof-switch
                        PERFORM UNTIL ws-scan-eof
                            READ saydrvdw-file
                                AT END
                                    SET ws-scan-eof TO TRUE
                                NOT AT END
                                    WRITE saydrvdt-record
                                        FROM saydrvdw-record
                            END-READ
                        END-PERFORM
                        CLOSE saydrvdw-file saydrvdt-file
                    END-IF
                END-IF.

            3100-CLEAR-COLLATED-DATES.
                *> The merged file's date is saycoll's collate date,
                *> which is not the providers' own file dates - the
                *> pairs to clear come from the collation totals,
                *> and only while those still describe this file.
                OPEN INPUT saycolct-file.
                IF ws-saycolct-status = "00"
                    MOVE "N" TO ws-scan-eof-switch
                    PERFORM UNTIL ws-scan-eof
                        READ saycolct-file
                            AT END
                                SET ws-scan-eof TO TRUE
                            NOT AT END
                                PERFORM 3150-TABLE-COLLATED-DATE
                        END-READ
                    END-PERFORM
                    CLOSE saycolct-file
                END-IF.
                IF ws-coldt-count > ZERO
                    PERFORM 3200-REWRITE-COLLATED-DATES
                END-IF.

            3150-TABLE-COLLATED-DATE.
                IF saycolct-collate-date = ws-file-date
                   AND saycolct-disposition = "LOADED"
                   AND (ws-provider = SPACES
                        OR saycolct-provider = ws-provider)
                    IF ws-coldt-count < ws-coldt-max
                        ADD 1 TO ws-coldt-count
                        MOVE saycolct-provider
                            TO ws-coldt-provider(ws-coldt-count)
                        MOVE saycolct-file-date
                            TO ws-coldt-file-date(ws-coldt-count)
                    ELSE
                        ADD 1 TO ws-coldt-overflow
                        DISPLAY "SAYBKOUT - COLLATED DATE TABLE FULL, "
                                saycolct-provider " "
                                saycolct-file-date " NOT CLEARED"
                    END-IF
                END-IF.

            3200-REWRITE-COLLATED-DATES.
                OPEN INPUT saycoldt-file.
                IF ws-saycoldt-status = "00"
                    OPEN OUTPUT saycoldw-file
                    MOVE "N" TO ws-scan-eof-switch
                    PERFORM UNTIL ws-scan-eof
                        READ saycoldt-file
                            AT END
                                SET ws-scan-eof TO TRUE
                            NOT AT END
                                PERFORM 3300-MATCH-COLLATED-DATE
                                IF ws-coldt-drop
                                    ADD 1 TO ws-coldt-cleared-count
                                ELSE
                                    WRITE saycoldw-record
                                        FROM saycoldt-record
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE saycoldt-file saycoldw-file
                    IF ws-coldt-cleared-count > ZERO
                        OPEN INPUT saycoldw-file
                        OPEN OUTPUT saycoldt-file
                        MOVE "N" TO ws-scan-eof-switch
                        PERFORM UNTIL ws-scan-eof
                            READ saycoldw-file
                                AT END
                                    SET ws-scan-eof TO TRUE
                                NOT AT END
                                    WRITE saycoldt-record
                                        FROM saycoldw-record
                            END-READ
                        END-PERFORM
                        CLOSE saycoldw-file saycoldt-file
                    END-IF
                END-IF.

            3300-MATCH-COLLATED-DATE.
                MOVE "N" TO ws-coldt-drop-switch.
                PERFORM VARYING ws-coldt-sub FROM 1 BY 1
                        UNTIL ws-coldt-sub > ws-coldt-count
                        OR ws-coldt-drop
                    IF saycoldt-provider
                            = ws-coldt-provider(ws-coldt-sub)
                       AND saycoldt-file-date
                            = ws-coldt-file-date(ws-coldt-sub)
                        SET ws-coldt-drop TO TRUE
                    END-IF
                END-PERFORM.

            4000-WRITE-BACKOUT-CONTROL.
                OPEN EXTEND saybkct-file.
                IF ws-saybkct-status = "35"
                    OPEN OUTPUT saybkct-file
                END-IF.
                MOVE ws-file-date TO saybkct-file-date.
                MOVE ws-provider TO saybkct-provider.
                MOVE ws-window-start(1) TO saybkct-post-start.
                MOVE ws-window-end(1) TO saybkct-post-end.
                MOVE ws-reversed-count TO saybkct-reversed-count.
                MOVE ws-hist-count TO saybkct-hist-count.
                MOVE ws-drvct-timestamp TO saybkct-drvct-timestamp.
                MOVE ws-current-timestamp TO saybkct-timestamp.
                WRITE saybkct-record.
                CLOSE saybkct-file.

            8000-WRITE-REGISTER-TOTALS.
                IF ws-line-count + 18 > ws-lines-max
                    PERFORM 8200-WRITE-REGISTER-HEADERS
                END-IF.
                MOVE SPACES TO saybkrpt-record.
                WRITE saybkrpt-record.
                MOVE " BACKOUT TOTALS" TO saybkrpt-record.
                WRITE saybkrpt-record.
                MOVE "SAYLOG RECORDS READ" TO ws-count-label.
                MOVE ws-log-read-count TO ws-edit-count.
                PERFORM 8400-WRITE-TOTAL-LINE.
                MOVE "SAYLOG RECORDS REVERSED" TO ws-count-label.
                MOVE ws-reversed-count TO ws-edit-count.
                PERFORM 8400-WRITE-TOTAL-LINE.
                MOVE "SAYLOG RECORDS KEPT" TO ws-count-label.
                MOVE ws-log-kept-count TO ws-edit-count.
                PERFORM 8400-WRITE-TOTAL-LINE.
                MOVE "SAYHIST COUNTS SUBTRACTED" TO ws-count-label.
                MOVE ws-hist-count TO ws-edit-count.
                PERFORM 8400-WRITE-TOTAL-LINE.
                MOVE "SAYHIST RECORDS DELETED AT ZERO"
                    TO ws-count-label.
                MOVE ws-hist-deleted-count TO ws-edit-count.
                PERFORM 8400-WRITE-TOTAL-LINE.
                MOVE "REVERSED RECORDS NOT ON SAYHIST"
                    TO ws-count-label.
                MOVE ws-hist-missing-count TO ws-edit-count.
                PERFORM 8400-WRITE-TOTAL-LINE.
                MOVE "POSTING WINDOWS REVERSED" TO ws-count-label.
                MOVE ws-window-count TO ws-edit-count.
                PERFORM 8400-WRITE-TOTAL-LINE.
                MOVE "SAYDRVDT ENTRIES CLEARED" TO ws-count-label.
                MOVE ws-dt-cleared-count TO ws-edit-count.
                PERFORM 8400-WRITE-TOTAL-LINE.
                MOVE "SAYCOLDT ENTRIES CLEARED" TO ws-count-label.
                MOVE ws-coldt-cleared-count TO ws-edit-count.
                PERFORM 8400-WRITE-TOTAL-LINE.
                *> Pairs left on SAYCOLDT would make saycoll refuse
                *> the corrected provider feeds as duplicates - the
                *> register says so, so they are cleared by hand.
                IF ws-coldt-overflow > ZERO
                    MOVE "SAYCOLDT TABLE FULL - CLEAR BY HAND"
                        TO ws-count-label
                    MOVE ws-coldt-overflow TO ws-edit-count
                    PERFORM 8400-WRITE-TOTAL-LINE
                END-IF.
                IF ws-collated-posting
                   AND ws-coldt-count = ZERO
                    MOVE SPACES TO saybkrpt-record
                    STRING " SAYCOLDT - COLLATION TOTALS NOT THIS "
                           "FILE, NOT CLEARED"
                        DELIMITED BY SIZE INTO saybkrpt-record
                    END-STRING
                    WRITE saybkrpt-record
                END-IF.
                IF ws-drvct-match
                    MOVE " SAYDRVCT - NETTED OFF THE DRIVER TOTALS"
                        TO saybkrpt-record
                ELSE
                    MOVE " SAYDRVCT - NOT THIS RUN, NOT NETTED"
                        TO saybkrpt-record
                END-IF.
                WRITE saybkrpt-record.
                MOVE " NOTE - SAYRPT IS APPEND-ONLY, LINES NOT REMOVED"
                    TO saybkrpt-record.
                WRITE saybkrpt-record.
                IF ws-log-read-count
                        = ws-reversed-count + ws-log-kept-count
                    MOVE " RESULT - SAYLOG PROVED"
                        TO saybkrpt-record
                ELSE
                    MOVE " RESULT - SAYLOG DOES NOT PROVE"
                        TO saybkrpt-record
                END-IF.
                WRITE saybkrpt-record.

            8100-WRITE-REGISTER-LINE.
                IF ws-line-count >= ws-lines-max
                    PERFORM 8200-WRITE-REGISTER-HEADERS
                    MOVE ws-reg-detail TO saybkrpt-record
                END-IF.
                WRITE saybkrpt-record.
                ADD 1 TO ws-line-count.

            8200-WRITE-REGISTER-HEADERS.
                ADD 1 TO ws-page-count.
                MOVE ws-file-date-display TO ws-rh1-file-date.
                MOVE ws-provider-display TO ws-rh1-provider.
                MOVE ws-run-date-display TO ws-rh1-run-date.
                MOVE ws-page-count TO ws-rh1-page.
                MOVE ws-reg-header-1 TO saybkrpt-record.
                WRITE saybkrpt-record.
                MOVE ws-reg-header-2 TO saybkrpt-record.
                WRITE saybkrpt-record.
                MOVE 2 TO ws-line-count.

            8300-WRITE-REFUSAL.
                MOVE SPACES TO saybkrpt-record.
                STRING " BACKOUT REFUSED - " ws-refuse-reason
                    DELIMITED BY SIZE INTO saybkrpt-record
                END-STRING.
                WRITE saybkrpt-record.
                MOVE " NOTHING WAS REVERSED" TO saybkrpt-record.
                WRITE saybkrpt-record.

            8400-WRITE-TOTAL-LINE.
                MOVE SPACES TO saybkrpt-record.
                STRING " " ws-count-label ws-edit-count
                    DELIMITED BY SIZE INTO saybkrpt-record
                END-STRING.
                WRITE saybkrpt-record.
                ADD 1 TO ws-line-count.

            9000-TERMINATE.
                DISPLAY "SAYBKOUT - FILE DATE=" ws-file-date-display
                        " PROVIDER=" ws-provider-display
                        " REVERSED=" ws-reversed-count
                        " SAYHIST=" ws-hist-count
                        " NOT ON SAYHIST=" ws-hist-missing-count.
