            IDENTIFICATION DIVISION.
            PROGRAM-ID. sayburst.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT saylog-file ASSIGN TO "SAYLOG.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saylog-status.
                SELECT saydist-file ASSIGN TO "SAYDIST.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saydist-status.
                SELECT sayburpm-file ASSIGN TO "SAYBURPM.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayburpm-status.
                SELECT sayrcnct-file ASSIGN TO "SAYRCNCT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayrcnct-status.
                SELECT saybkjnl-file ASSIGN TO "SAYBKJNL.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saybkjnl-status.
                SELECT saysrt9-file ASSIGN TO "SAYSRT9.DAT".
                SELECT saybrpt-file ASSIGN USING ws-report-dsname
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saybrpt-status.
                SELECT saybctl-file ASSIGN TO "SAYBCTL.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saybctl-status.
            DATA DIVISION.
            FILE SECTION.
            FD  saylog-file.
            COPY saylog.

            FD  saydist-file.
            COPY saydist.

            FD  sayburpm-file.
            COPY sayburpm.

            FD  sayrcnct-file.
            COPY sayrcnct.

            FD  saybkjnl-file.
            COPY saybkjnl.

            SD  saysrt9-file.
            01  saysrt9-record.
                05  saysrt9-recipient       PIC 9(3).
                05  saysrt9-seq             PIC 9(9).
                05  saysrt9-hello           PIC X(30).
                05  saysrt9-world           PIC X(30).

           *> One report per recipient, each in its own dataset so
           *> the print and transmission steps can pick it up on its
           *> own - SAYPrrrrrrrr.DAT for the print class and
           *> SAYFrrrrrrrr.DAT for the file class, rrrrrrrr being the
           *> recipient ID.  Laid out as SAYRPT is, ASA control in
           *> column 1, with the recipient on every page header.
            FD  saybrpt-file.
            01  saybrpt-record              PIC X(132).

            FD  saybctl-file.
            01  saybctl-record              PIC X(132).

            WORKING-STORAGE SECTION.
            01  ws-saylog-status     PIC X(2).
            01  ws-saydist-status    PIC X(2).
            01  ws-sayburpm-status   PIC X(2).
            01  ws-sayrcnct-status   PIC X(2).
            01  ws-saybkjnl-status   PIC X(2).
            01  ws-saybrpt-status    PIC X(2).
            01  ws-saybctl-status    PIC X(2).
            01  ws-report-dsname     PIC X(16).
            01  ws-eof-switch        PIC X     VALUE "N".
                88 ws-eof                      VALUE "Y".
            01  ws-found-switch      PIC X     VALUE "N".
                88 ws-found                    VALUE "Y".
            01  ws-card-bad-switch   PIC X     VALUE "N".
                88 ws-card-bad                 VALUE "Y".
            01  ws-report-open-switch PIC X    VALUE "N".
                88 ws-report-open              VALUE "Y".
            01  ws-balance-switch    PIC X     VALUE "N".
                88 ws-in-balance               VALUE "Y".
            01  ws-rcn-found-switch  PIC X     VALUE "N".
                88 ws-rcn-found                VALUE "Y".
            01  ws-rcn-baseline-switch PIC X   VALUE "N".
                88 ws-rcn-baseline             VALUE "Y".
            01  ws-not-proved-switch PIC X     VALUE "N".
                88 ws-not-proved               VALUE "Y".
           *> sayrecon measures SAYRPT growth between two of its
           *> own runs, not by calendar date, so when its window is
           *> usable SAYLOG and SAYBKJNL are selected by that same
           *> window; otherwise by the date, and the sheet is not
           *> proved.
            01  ws-window-switch     PIC X     VALUE "N".
                88 ws-by-window                VALUE "Y".
            01  ws-window-start      PIC X(21) VALUE SPACES.
            01  ws-window-end        PIC X(21) VALUE SPACES.
            01  ws-select-switch     PIC X     VALUE "N".
                88 ws-selected                 VALUE "Y".
            01  ws-select-timestamp  PIC X(21).
            01  ws-current-timestamp PIC X(21).
            01  ws-run-date          PIC 9(8)  VALUE ZERO.
            01  ws-run-date-display  PIC X(8).
           *> Distribution table loaded from the SAYDIST deck.  Each
           *> card points at its recipient's entry; recipient 1 is
           *> the unassigned report that catches any greeting no
           *> card routes, so nothing logged is left undistributed.
            01  ws-dist-count        PIC 9(3)  COMP VALUE ZERO.
            01  ws-dist-max          PIC 9(3)  COMP VALUE 200.
            01  ws-dist-table.
                05  ws-dist-entry    OCCURS 200 TIMES.
                    10  ws-dist-type        PIC X.
                    10  ws-dist-key         PIC X(8).
                    10  ws-dist-rcp         PIC 9(3)  COMP.
            01  ws-dist-sub          PIC 9(3)  COMP.
            01  ws-dist-reject-count PIC 9(5)  VALUE ZERO.
            01  ws-rcp-count         PIC 9(3)  COMP VALUE ZERO.
            01  ws-rcp-max           PIC 9(3)  COMP VALUE 50.
            01  ws-rcp-table.
                05  ws-rcp-entry     OCCURS 50 TIMES.
                    10  ws-rcp-id           PIC X(8).
                    10  ws-rcp-name         PIC X(30).
                    10  ws-rcp-copies       PIC 9(2).
                    10  ws-rcp-class        PIC X.
                    10  ws-rcp-dsname       PIC X(16).
                    10  ws-rcp-pages        PIC 9(5).
                    10  ws-rcp-lines        PIC 9(9).
            01  ws-rcp-sub           PIC 9(3)  COMP.
            01  ws-unassigned-id     PIC X(8)  VALUE "UNASSIGN".
            01  ws-cur-type          PIC X.
            01  ws-cur-key           PIC X(8).
            01  ws-cur-rcp           PIC 9(3)  COMP.
            01  ws-cur-copies        PIC 9(2).
            01  ws-dsname-prefix     PIC X(4).
            01  ws-log-count         PIC 9(9)  VALUE ZERO.
            01  ws-release-seq       PIC 9(9)  VALUE ZERO.
            01  ws-distributed-count PIC 9(9)  VALUE ZERO.
            01  ws-total-pages       PIC 9(9)  VALUE ZERO.
            01  ws-report-count      PIC 9(5)  VALUE ZERO.
            01  ws-open-fail-count   PIC 9(5)  VALUE ZERO.
            01  ws-backed-out-count  PIC 9(9)  VALUE ZERO.
            01  ws-accounted-count   PIC 9(9)  VALUE ZERO.
            01  ws-rcn-day-count     PIC 9(9)  VALUE ZERO.
            01  ws-line-count        PIC 9(3)  VALUE ZERO.
            01  ws-page-count        PIC 9(5)  VALUE ZERO.
            01  ws-lines-max         PIC 9(3)  VALUE 60.
            01  ws-ctl-line-count    PIC 9(3)  VALUE ZERO.
            01  ws-ctl-page-count    PIC 9(3)  VALUE ZERO.
            01  ws-hold-line         PIC X(132).
            01  ws-edit-count        PIC ZZZ,ZZZ,ZZ9.
            01  ws-edit-pages        PIC ZZ,ZZ9.
            01  ws-count-label       PIC X(36).
           *> Run-control fields for the shared SAYRUNCT chain
           *> guard.  The burst hangs off SAYRECON beside the main
           *> chain - the control sheet balances to the SAYRPT
           *> count the reconciliation measured.  A sheet that does
           *> not balance is not stamped, so the corrected rerun is
           *> allowed.
            01  ws-run-refused-switch PIC X    VALUE "N".
                88 ws-run-refused              VALUE "Y".
            01  ws-runc-function     PIC X(3).
            01  ws-runc-job-name     PIC X(8)  VALUE "SAYBURST".
            01  ws-runc-pred-name    PIC X(8)  VALUE "SAYRECON".
            01  ws-runc-run-date     PIC 9(8).
            01  ws-runc-return-code  PIC 9(2).

            01  ws-burst-header-1.
                05  FILLER           PIC X     VALUE "1".
                05  FILLER           PIC X(20) VALUE
                        "SAY MESSAGE REPORT".
                05  FILLER           PIC X(10) VALUE "RECIPIENT ".
                05  ws-bh1-recipient PIC X(8).
                05  FILLER           PIC X(7)  VALUE "  DATE ".
                05  ws-bh1-date      PIC X(8).
                05  FILLER           PIC X(8)  VALUE "  PAGE ".
                05  ws-bh1-page      PIC ZZZ9.

            01  ws-burst-header-2.
                05  FILLER           PIC X     VALUE SPACE.
                05  FILLER           PIC X(11) VALUE "DELIVER TO ".
                05  ws-bh2-name      PIC X(30).
                05  FILLER           PIC X(8)  VALUE "  CLASS ".
                05  ws-bh2-class     PIC X(5).
                05  FILLER           PIC X(9)  VALUE "  COPIES ".
                05  ws-bh2-copies    PIC Z9.

            01  ws-burst-header-3.
                05  FILLER           PIC X     VALUE SPACE.
                05  FILLER           PIC X(30) VALUE "HELLO".
                05  FILLER           PIC X     VALUE SPACE.
                05  FILLER           PIC X(30) VALUE "WORLD".

            01  ws-ctl-header-1.
                05  FILLER           PIC X     VALUE "1".
                05  FILLER           PIC X(38) VALUE
                        "SAY DISTRIBUTION CONTROL SHEET - DATE".
                05  ws-ch1-date      PIC X(8).
                05  FILLER           PIC X(8)  VALUE "  PAGE ".
                05  ws-ch1-page      PIC ZZZ9.

            01  ws-ctl-header-2.
                05  FILLER           PIC X     VALUE SPACE.
                05  FILLER           PIC X(10) VALUE "RECIPIENT".
                05  FILLER           PIC X(32) VALUE "NAME".
                05  FILLER           PIC X(7)  VALUE "CLASS".
                05  FILLER           PIC X(7)  VALUE "COPIES".
                05  FILLER           PIC X(7)  VALUE "  PAGES".
                05  FILLER           PIC X(13) VALUE "        LINES".
                05  FILLER           PIC X(9)  VALUE "  DATASET".

            01  ws-ctl-detail.
                05  FILLER           PIC X     VALUE SPACE.
                05  ws-cd-recipient  PIC X(10).
                05  ws-cd-name       PIC X(32).
                05  ws-cd-class      PIC X(7).
                05  ws-cd-copies     PIC Z9.
                05  FILLER           PIC X(5)  VALUE SPACES.
                05  ws-cd-pages      PIC ZZ,ZZ9.
                05  FILLER           PIC X(2)  VALUE SPACES.
                05  ws-cd-lines      PIC ZZZ,ZZZ,ZZ9.
                05  FILLER           PIC X(2)  VALUE SPACES.
                05  ws-cd-dsname     PIC X(16).

            PROCEDURE DIVISION.
            0000-MAIN.
                PERFORM 0100-CHECK-RUN-CONTROL.
                IF ws-run-refused
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM 1000-INITIALIZE
                    PERFORM 2000-BURST-SAYLOG
                    PERFORM 5000-COUNT-BACKED-OUT
                    PERFORM 6000-CHECK-BALANCE
                    PERFORM 7000-WRITE-CONTROL-SHEET
                    PERFORM 9000-TERMINATE
                    IF NOT ws-in-balance
                       AND NOT ws-not-proved
                        MOVE 8 TO RETURN-CODE
                    ELSE
                        PERFORM 0200-STAMP-RUN-CONTROL
                        IF ws-not-proved
                           OR ws-dist-reject-count > ZERO
                            MOVE 4 TO RETURN-CODE
                        END-IF
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
                MOVE FUNCTION CURRENT-DATE TO ws-current-timestamp.
                MOVE ws-current-timestamp(1:8) TO ws-run-date.
                OPEN INPUT sayburpm-file.
                IF ws-sayburpm-status = "00"
                    READ sayburpm-file
                        NOT AT END
                            IF sayburpm-run-date NUMERIC
                               AND sayburpm-run-date > ZERO
                                MOVE sayburpm-run-date TO ws-run-date
                            END-IF
                    END-READ
                    CLOSE sayburpm-file
                END-IF.
                MOVE ws-run-date TO ws-run-date-display.
                PERFORM 1100-READ-RECON-WINDOW.
                *> The unassigned report is always produced, even
                *> empty, so the sheet shows nothing fell through.
                MOVE 1 TO ws-rcp-count.
                MOVE ws-unassigned-id TO ws-rcp-id(1).
                MOVE "UNASSIGNED - NO DISTRIBUTION"
                    TO ws-rcp-name(1).
                MOVE 1 TO ws-rcp-copies(1).
                MOVE "P" TO ws-rcp-class(1).
                PERFORM 1200-LOAD-DISTRIBUTION-TABLE.
                PERFORM 1300-NAME-REPORT-DATASET
                    VARYING ws-rcp-sub FROM 1 BY 1
                    UNTIL ws-rcp-sub > ws-rcp-count.
                OPEN OUTPUT saybctl-file.

            1100-READ-RECON-WINDOW.
                *> SAYRCNCT holds only the last reconciliation, so a
                *> rerun for an earlier date - or a day sayrecon only
                *> baselined - has no count to prove against.  A
                *> count of zero is sayrecon rerun inside its own
                *> window; the day's traffic lies in the window
                *> before it, so that too is selected by the date.
                OPEN INPUT sayrcnct-file.
                IF ws-sayrcnct-status = "00"
                    READ sayrcnct-file
                        NOT AT END
                            IF sayrcnct-run-date NUMERIC
                               AND sayrcnct-run-date = ws-run-date
                               AND sayrcnct-day-count NUMERIC
                                SET ws-rcn-found TO TRUE
                                MOVE sayrcnct-day-count
                                    TO ws-rcn-day-count
                                IF sayrcnct-day-status = "B"
                                    SET ws-rcn-baseline TO TRUE
                                END-IF
                            END-IF
                    END-READ
                    IF ws-rcn-found
                       AND NOT ws-rcn-baseline
                       AND ws-rcn-day-count > ZERO
                       AND sayrcnct-window-start(1:8) NUMERIC
                       AND sayrcnct-window-end(1:8) NUMERIC
                        SET ws-by-window TO TRUE
                        MOVE sayrcnct-window-start TO ws-window-start
                        MOVE sayrcnct-window-end TO ws-window-end
                    END-IF
                    CLOSE sayrcnct-file
                END-IF.

            1200-LOAD-DISTRIBUTION-TABLE.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saydist-file.
                IF ws-saydist-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saydist-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                PERFORM 1250-TABLE-ONE-CARD
                        END-READ
                    END-PERFORM
                    CLOSE saydist-file
                ELSE
                    DISPLAY "SAYBURST - SAYDIST NOT AVAILABLE, "
                            "ALL TRAFFIC WILL GO TO UNASSIGNED"
                END-IF.

            1250-TABLE-ONE-CARD.
                MOVE "N" TO ws-card-bad-switch.
                IF (saydist-type NOT = "P" AND saydist-type NOT = "C")
                   OR saydist-key = SPACES
                   OR saydist-recipient = SPACES
                   OR (saydist-class NOT = "P"
                       AND saydist-class NOT = "F")
                    SET ws-card-bad TO TRUE
                    DISPLAY "SAYBURST - DISTRIBUTION CARD INVALID: "
                            saydist-record(1:20)
                END-IF.
                IF saydist-copies NUMERIC
                   AND saydist-copies > ZERO
                    MOVE saydist-copies TO ws-cur-copies
                ELSE
                    MOVE 1 TO ws-cur-copies
                END-IF.
                IF NOT ws-card-bad
                    MOVE saydist-type TO ws-cur-type
                    MOVE saydist-key TO ws-cur-key
                    PERFORM 1500-SEARCH-DIST-TABLE
                    IF ws-found
                        SET ws-card-bad TO TRUE
                        DISPLAY "SAYBURST - DUPLICATE DISTRIBUTION "
                                "CARD " saydist-type " "
                                saydist-key " IGNORED"
                    END-IF
                END-IF.
                IF NOT ws-card-bad
                    PERFORM 1260-FIND-RECIPIENT
                END-IF.
                IF NOT ws-card-bad
                    IF ws-dist-count < ws-dist-max
                        ADD 1 TO ws-dist-count
                        MOVE saydist-type
                            TO ws-dist-type(ws-dist-count)
                        MOVE saydist-key
                            TO ws-dist-key(ws-dist-count)
                        MOVE ws-cur-rcp
                            TO ws-dist-rcp(ws-dist-count)
                    ELSE
                        SET ws-card-bad TO TRUE
                        DISPLAY "SAYBURST - DISTRIBUTION TABLE FULL, "
                                saydist-type " " saydist-key
                                " NOT LOADED"
                    END-IF
                END-IF.
                IF ws-card-bad
                    ADD 1 TO ws-dist-reject-count
                END-IF.

            1260-FIND-RECIPIENT.
                *> The first card for a recipient sets its copies and
                *> class; a later card that disagrees is refused
                *> rather than silently changing the delivery.
                MOVE "N" TO ws-found-switch.
                PERFORM VARYING ws-rcp-sub FROM 1 BY 1
                        UNTIL ws-rcp-sub > ws-rcp-count
                        OR ws-found
                    IF ws-rcp-id(ws-rcp-sub) = saydist-recipient
                        SET ws-found TO TRUE
                        MOVE ws-rcp-sub TO ws-cur-rcp
                    END-IF
                END-PERFORM.
                IF ws-found
                    IF ws-rcp-copies(ws-cur-rcp) NOT = ws-cur-copies
                       OR ws-rcp-class(ws-cur-rcp) NOT = saydist-class
                        SET ws-card-bad TO TRUE
                        DISPLAY "SAYBURST - DISTRIBUTION CARD "
                                saydist-type " " saydist-key
                                " CONFLICTS WITH RECIPIENT "
                                saydist-recipient
                    ELSE
                        IF ws-rcp-name(ws-cur-rcp) = SPACES
                            MOVE saydist-name
                                TO ws-rcp-name(ws-cur-rcp)
                        END-IF
                    END-IF
                ELSE
                    IF ws-rcp-count < ws-rcp-max
                        ADD 1 TO ws-rcp-count
                        MOVE ws-rcp-count TO ws-cur-rcp
                        MOVE saydist-recipient
                            TO ws-rcp-id(ws-cur-rcp)
                        MOVE saydist-name TO ws-rcp-name(ws-cur-rcp)
                        MOVE ws-cur-copies
                            TO ws-rcp-copies(ws-cur-rcp)
                        MOVE saydist-class
                            TO ws-rcp-class(ws-cur-rcp)
                    ELSE
                        SET ws-card-bad TO TRUE
                        DISPLAY "SAYBURST - RECIPIENT TABLE FULL, "
                                saydist-recipient " NOT LOADED"
                    END-IF
                END-IF.

            1300-NAME-REPORT-DATASET.
                MOVE ZERO TO ws-rcp-pages(ws-rcp-sub).
                MOVE ZERO TO ws-rcp-lines(ws-rcp-sub).
                IF ws-rcp-class(ws-rcp-sub) = "F"
                    MOVE "SAYF" TO ws-dsname-prefix
                ELSE
                    MOVE "SAYP" TO ws-dsname-prefix
                END-IF.
                MOVE SPACES TO ws-rcp-dsname(ws-rcp-sub).
                STRING ws-dsname-prefix DELIMITED BY SIZE
                       ws-rcp-id(ws-rcp-sub) DELIMITED BY SPACE
                       ".DAT" DELIMITED BY SIZE
                    INTO ws-rcp-dsname(ws-rcp-sub)
                END-STRING.

            1500-SEARCH-DIST-TABLE.
                MOVE "N" TO ws-found-switch.
                PERFORM VARYING ws-dist-sub FROM 1 BY 1
                        UNTIL ws-dist-sub > ws-dist-count
                        OR ws-found
                    IF ws-dist-type(ws-dist-sub) = ws-cur-type
                       AND ws-dist-key(ws-dist-sub) = ws-cur-key
                        SET ws-found TO TRUE
                        MOVE ws-dist-rcp(ws-dist-sub) TO ws-cur-rcp
                    END-IF
                END-PERFORM.

            2000-BURST-SAYLOG.
                *> SAYRPT lines carry neither provider nor caller,
                *> so the reports are rebuilt from SAYLOG for the
                *> sayrecon window (or the date) - one record per
                *> SAYRPT detail line, the same resolved wording.
                *> The sort keeps log order within each recipient.
                SORT saysrt9-file
                    ON ASCENDING KEY saysrt9-recipient saysrt9-seq
                    INPUT PROCEDURE IS 2100-RELEASE-DAY
                    OUTPUT PROCEDURE IS 3000-WRITE-REPORTS.

            2100-RELEASE-DAY.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saylog-file.
                IF ws-saylog-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saylog-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                MOVE saylog-timestamp
                                    TO ws-select-timestamp
                                PERFORM 2150-CHECK-SELECTED
                                IF ws-selected
                                    ADD 1 TO ws-log-count
                                    PERFORM 2200-RELEASE-GREETING
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE saylog-file
                END-IF.

            2150-CHECK-SELECTED.
                MOVE "N" TO ws-select-switch.
                IF ws-by-window
                    IF ws-select-timestamp > ws-window-start
                       AND ws-select-timestamp NOT > ws-window-end
                        SET ws-selected TO TRUE
                    END-IF
                ELSE
                    IF ws-select-timestamp(1:8)
                            = ws-run-date-display
                        SET ws-selected TO TRUE
                    END-IF
                END-IF.

            2200-RELEASE-GREETING.
                *> The provider's card wins for collated traffic;
                *> otherwise the calling program's; otherwise the
                *> unassigned report.
                MOVE "N" TO ws-found-switch.
                IF saylog-provider NOT = SPACES
                    MOVE "P" TO ws-cur-type
                    MOVE saylog-provider TO ws-cur-key
                    PERFORM 1500-SEARCH-DIST-TABLE
                END-IF.
                IF NOT ws-found
                    MOVE "C" TO ws-cur-type
                    MOVE saylog-caller-program TO ws-cur-key
                    PERFORM 1500-SEARCH-DIST-TABLE
                END-IF.
                IF NOT ws-found
                    MOVE 1 TO ws-cur-rcp
                END-IF.
                ADD 1 TO ws-release-seq.
                MOVE ws-cur-rcp TO saysrt9-recipient.
                MOVE ws-release-seq TO saysrt9-seq.
                MOVE saylog-hello TO saysrt9-hello.
                MOVE saylog-world TO saysrt9-world.
                RELEASE saysrt9-record.

            3000-WRITE-REPORTS.
                *> Every recipient on the table gets a report, in
                *> table order, whether or not it had traffic - a
                *> recipient expecting a daily report gets one that
                *> says so.
                MOVE "N" TO ws-eof-switch.
                PERFORM 3050-RETURN-GREETING.
                PERFORM 3100-WRITE-ONE-REPORT
                    VARYING ws-rcp-sub FROM 1 BY 1
                    UNTIL ws-rcp-sub > ws-rcp-count.

            3050-RETURN-GREETING.
                RETURN saysrt9-file
                    AT END
                        SET ws-eof TO TRUE
                END-RETURN.

            3100-WRITE-ONE-REPORT.
                MOVE ws-rcp-dsname(ws-rcp-sub) TO ws-report-dsname.
                MOVE "N" TO ws-report-open-switch.
                OPEN OUTPUT saybrpt-file.
                IF ws-saybrpt-status = "00"
                    SET ws-report-open TO TRUE
                    ADD 1 TO ws-report-count
                ELSE
                    ADD 1 TO ws-open-fail-count
                    DISPLAY "SAYBURST - CANNOT OPEN " ws-report-dsname
                            " STATUS " ws-saybrpt-status
                            " - RECIPIENT " ws-rcp-id(ws-rcp-sub)
                            " NOT PRODUCED"
                END-IF.
                MOVE ZERO TO ws-page-count.
                IF ws-report-open
                    PERFORM 3300-WRITE-REPORT-HEADERS
                END-IF.
                PERFORM 3200-WRITE-GREETING
                    UNTIL ws-eof
                    OR saysrt9-recipient NOT = ws-rcp-sub.
                IF ws-report-open
                    IF ws-rcp-lines(ws-rcp-sub) = ZERO
                        MOVE SPACES TO saybrpt-record
                        STRING " NO GREETINGS FOR THIS RECIPIENT "
                               "ON THE DATE"
                            DELIMITED BY SIZE INTO saybrpt-record
                        END-STRING
                        WRITE saybrpt-record
                    END-IF
                    MOVE ws-rcp-lines(ws-rcp-sub) TO ws-edit-count
                    MOVE ws-page-count TO ws-edit-pages
                    MOVE SPACES TO saybrpt-record
                    STRING " END OF REPORT - GREETINGS " ws-edit-count
                           "  PAGES " ws-edit-pages
                        DELIMITED BY SIZE INTO saybrpt-record
                    END-STRING
                    WRITE saybrpt-record
                    CLOSE saybrpt-file
                END-IF.
                MOVE ws-page-count TO ws-rcp-pages(ws-rcp-sub).
                ADD ws-page-count TO ws-total-pages.

            3200-WRITE-GREETING.
                *> A report that could not be opened still drains its
                *> greetings, uncounted, so the sheet shows the
                *> shortfall against the log.
                IF ws-report-open
                    IF ws-line-count >= ws-lines-max
                        PERFORM 3300-WRITE-REPORT-HEADERS
                    END-IF
                    MOVE SPACES TO saybrpt-record
                    STRING " " saysrt9-hello " " saysrt9-world
                        DELIMITED BY SIZE INTO saybrpt-record
                    END-STRING
                    WRITE saybrpt-record
                    ADD 1 TO ws-line-count
                    ADD 1 TO ws-rcp-lines(ws-rcp-sub)
                    ADD 1 TO ws-distributed-count
                END-IF.
                PERFORM 3050-RETURN-GREETING.

            3300-WRITE-REPORT-HEADERS.
                ADD 1 TO ws-page-count.
                MOVE ws-rcp-id(ws-rcp-sub) TO ws-bh1-recipient.
                MOVE ws-run-date-display TO ws-bh1-date.
                MOVE ws-page-count TO ws-bh1-page.
                MOVE ws-burst-header-1 TO saybrpt-record.
                WRITE saybrpt-record.
                MOVE ws-rcp-name(ws-rcp-sub) TO ws-bh2-name.
                IF ws-rcp-class(ws-rcp-sub) = "F"
                    MOVE "FILE" TO ws-bh2-class
                ELSE
                    MOVE "PRINT" TO ws-bh2-class
                END-IF.
                MOVE ws-rcp-copies(ws-rcp-sub) TO ws-bh2-copies.
                MOVE ws-burst-header-2 TO saybrpt-record.
                WRITE saybrpt-record.
                MOVE ws-burst-header-3 TO saybrpt-record.
                WRITE saybrpt-record.
                MOVE ZERO TO ws-line-count.

            5000-COUNT-BACKED-OUT.
                *> saybkout takes a reversed posting off SAYLOG but
                *> its SAYRPT line stays printed - the journal image
                *> of each reversed greeting logged in the window (or
                *> on the date) makes up that difference.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saybkjnl-file.
                IF ws-saybkjnl-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saybkjnl-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                MOVE saybkjnl-log-image(1:21)
                                    TO ws-select-timestamp
                                PERFORM 2150-CHECK-SELECTED
                                IF ws-selected
                                    ADD 1 TO ws-backed-out-count
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE saybkjnl-file
                END-IF.

            6000-CHECK-BALANCE.
                *> The sheet balances when every greeting logged in
                *> the window is on a report, and the reports plus
                *> the reversed greetings equal the SAYRPT detail
                *> lines sayrecon measured over the same window.
                *> Selected by the date there is nothing to prove
                *> against; that is not proved, not out of balance.
                COMPUTE ws-accounted-count =
                    ws-distributed-count + ws-backed-out-count.
                IF ws-distributed-count = ws-log-count
                    IF NOT ws-by-window
                        SET ws-not-proved TO TRUE
                    ELSE
                        IF ws-accounted-count = ws-rcn-day-count
                            SET ws-in-balance TO TRUE
                        END-IF
                    END-IF
                END-IF.

            7000-WRITE-CONTROL-SHEET.
                PERFORM 7100-WRITE-SHEET-HEADERS.
                PERFORM 7200-WRITE-RECIPIENT
                    VARYING ws-rcp-sub FROM 1 BY 1
                    UNTIL ws-rcp-sub > ws-rcp-count.
                MOVE SPACES TO saybctl-record.
                PERFORM 7300-WRITE-SHEET-LINE.
                MOVE SPACES TO ws-ctl-detail.
                MOVE "GRAND TOTAL" TO ws-cd-name.
                MOVE ws-total-pages TO ws-cd-pages.
                MOVE ws-distributed-count TO ws-cd-lines.
                MOVE ws-ctl-detail TO saybctl-record.
                PERFORM 7300-WRITE-SHEET-LINE.
                MOVE SPACES TO saybctl-record.
                PERFORM 7300-WRITE-SHEET-LINE.
                MOVE "GREETINGS LOGGED - SAYLOG" TO ws-count-label.
                MOVE ws-log-count TO ws-edit-count.
                PERFORM 7400-WRITE-PROOF-LINE.
                MOVE "LINES DISTRIBUTED" TO ws-count-label.
                MOVE ws-distributed-count TO ws-edit-count.
                PERFORM 7400-WRITE-PROOF-LINE.
                MOVE "REVERSED BY SAYBKOUT - SAYBKJNL"
                    TO ws-count-label.
                MOVE ws-backed-out-count TO ws-edit-count.
                PERFORM 7400-WRITE-PROOF-LINE.
                MOVE "TOTAL ACCOUNTED FOR" TO ws-count-label.
                MOVE ws-accounted-count TO ws-edit-count.
                PERFORM 7400-WRITE-PROOF-LINE.
                MOVE "SAYRPT DETAIL LINES - SAYRECON"
                    TO ws-count-label.
                MOVE ws-rcn-day-count TO ws-edit-count.
                PERFORM 7400-WRITE-PROOF-LINE.
                MOVE "REPORTS PRODUCED" TO ws-count-label.
                MOVE ws-report-count TO ws-edit-count.
                PERFORM 7400-WRITE-PROOF-LINE.
                IF ws-open-fail-count > ZERO
                    MOVE "REPORTS NOT PRODUCED" TO ws-count-label
                    MOVE ws-open-fail-count TO ws-edit-count
                    PERFORM 7400-WRITE-PROOF-LINE
                END-IF.
                MOVE "DISTRIBUTION CARDS LOADED" TO ws-count-label.
                MOVE ws-dist-count TO ws-edit-count.
                PERFORM 7400-WRITE-PROOF-LINE.
                MOVE "DISTRIBUTION CARDS REJECTED" TO ws-count-label.
                MOVE ws-dist-reject-count TO ws-edit-count.
                PERFORM 7400-WRITE-PROOF-LINE.
                IF NOT ws-rcn-found
                    MOVE " SAYRECON COUNT NOT AVAILABLE FOR THE DATE"
                        TO saybctl-record
                    PERFORM 7300-WRITE-SHEET-LINE
                END-IF.
                IF ws-rcn-baseline
                    MOVE " SAYRPT BASELINED BY SAYRECON - NOT PROVED"
                        TO saybctl-record
                    PERFORM 7300-WRITE-SHEET-LINE
                END-IF.
                IF ws-rcn-found
                   AND NOT ws-rcn-baseline
                   AND NOT ws-by-window
                    IF ws-rcn-day-count = ZERO
                        MOVE " NO SAYRPT GROWTH IN SAYRECON WINDOW"
                            TO saybctl-record
                    ELSE
                        MOVE " SAYRECON WINDOW NOT RECORDED"
                            TO saybctl-record
                    END-IF
                    PERFORM 7300-WRITE-SHEET-LINE
                END-IF.
                MOVE SPACES TO saybctl-record.
                IF ws-by-window
                    STRING " SELECTED BY SAYRECON WINDOW "
                            DELIMITED BY SIZE
                        ws-window-start(1:14) DELIMITED BY SIZE
                        " TO " DELIMITED BY SIZE
                        ws-window-end(1:14) DELIMITED BY SIZE
                        INTO saybctl-record
                    END-STRING
                ELSE
                    STRING " SELECTED BY LOG DATE " DELIMITED BY SIZE
                        ws-run-date-display DELIMITED BY SIZE
                        INTO saybctl-record
                    END-STRING
                END-IF.
                PERFORM 7300-WRITE-SHEET-LINE.
                EVALUATE TRUE
                    WHEN ws-in-balance
                        MOVE " RESULT - IN BALANCE" TO saybctl-record
                    WHEN ws-not-proved
                        MOVE " RESULT - NOT PROVED" TO saybctl-record
                    WHEN OTHER
                        MOVE " RESULT - OUT OF BALANCE"
                            TO saybctl-record
                END-EVALUATE.
                PERFORM 7300-WRITE-SHEET-LINE.

            7100-WRITE-SHEET-HEADERS.
                ADD 1 TO ws-ctl-page-count.
                MOVE ws-run-date-display TO ws-ch1-date.
                MOVE ws-ctl-page-count TO ws-ch1-page.
                MOVE ws-ctl-header-1 TO saybctl-record.
                WRITE saybctl-record.
                MOVE ws-ctl-header-2 TO saybctl-record.
                WRITE saybctl-record.
                MOVE 2 TO ws-ctl-line-count.

            7200-WRITE-RECIPIENT.
                MOVE SPACES TO ws-ctl-detail.
                MOVE ws-rcp-id(ws-rcp-sub) TO ws-cd-recipient.
                MOVE ws-rcp-name(ws-rcp-sub) TO ws-cd-name.
                IF ws-rcp-class(ws-rcp-sub) = "F"
                    MOVE "FILE" TO ws-cd-class
                ELSE
                    MOVE "PRINT" TO ws-cd-class
                END-IF.
                MOVE ws-rcp-copies(ws-rcp-sub) TO ws-cd-copies.
                MOVE ws-rcp-pages(ws-rcp-sub) TO ws-cd-pages.
                MOVE ws-rcp-lines(ws-rcp-sub) TO ws-cd-lines.
                MOVE ws-rcp-dsname(ws-rcp-sub) TO ws-cd-dsname.
                MOVE ws-ctl-detail TO saybctl-record.
                PERFORM 7300-WRITE-SHEET-LINE.
                IF ws-rcp-sub = 1
                    MOVE SPACES TO saybctl-record
                    STRING "            ROUTED FROM ANYTHING WITH "
                           "NO DISTRIBUTION CARD"
                        DELIMITED BY SIZE INTO saybctl-record
                    END-STRING
                    PERFORM 7300-WRITE-SHEET-LINE
                END-IF.
                PERFORM 7250-WRITE-ROUTING
                    VARYING ws-dist-sub FROM 1 BY 1
                    UNTIL ws-dist-sub > ws-dist-count.

            7250-WRITE-ROUTING.
                IF ws-dist-rcp(ws-dist-sub) = ws-rcp-sub
                    MOVE SPACES TO saybctl-record
                    IF ws-dist-type(ws-dist-sub) = "P"
                        STRING "            ROUTED FROM PROVIDER "
                               ws-dist-key(ws-dist-sub)
                            DELIMITED BY SIZE INTO saybctl-record
                        END-STRING
                    ELSE
                        STRING "            ROUTED FROM CALLER   "
                               ws-dist-key(ws-dist-sub)
                            DELIMITED BY SIZE INTO saybctl-record
                        END-STRING
                    END-IF
                    PERFORM 7300-WRITE-SHEET-LINE
                END-IF.

            7300-WRITE-SHEET-LINE.
                IF ws-ctl-line-count >= ws-lines-max
                    MOVE saybctl-record TO ws-hold-line
                    PERFORM 7100-WRITE-SHEET-HEADERS
                    MOVE ws-hold-line TO saybctl-record
                END-IF.
                WRITE saybctl-record.
                ADD 1 TO ws-ctl-line-count.

            7400-WRITE-PROOF-LINE.
                MOVE SPACES TO saybctl-record.
                STRING " " ws-count-label ws-edit-count
                    DELIMITED BY SIZE INTO saybctl-record
                END-STRING.
                PERFORM 7300-WRITE-SHEET-LINE.

            9000-TERMINATE.
                CLOSE saybctl-file.
                DISPLAY "SAYBURST - DATE=" ws-run-date-display
                        " LOGGED=" ws-log-count
                        " DISTRIBUTED=" ws-distributed-count
                        " RECIPIENTS=" ws-report-count.
                EVALUATE TRUE
                    WHEN ws-in-balance
                        DISPLAY "SAYBURST - CONTROL SHEET IN BALANCE"
                    WHEN ws-not-proved
                        DISPLAY "SAYBURST - CONTROL SHEET NOT PROVED"
                    WHEN OTHER
                        DISPLAY "SAYBURST - CONTROL SHEET OUT OF "
                                "BALANCE"
                END-EVALUATE.
