            IDENTIFICATION DIVISION.
            PROGRAM-ID. saychgb.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT saylog-file ASSIGN TO "SAYLOG.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saylog-status.
                SELECT saylgarc-file ASSIGN TO "SAYLGARC.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saylgarc-status.
                SELECT sayrate-file ASSIGN TO "SAYRATE.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayrate-status.
                SELECT saycbpm-file ASSIGN TO "SAYCBPM.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saycbpm-status.
                SELECT saysrt7-file ASSIGN TO "SAYSRT7.DAT".
                SELECT saycbrpt-file ASSIGN TO "SAYCBRPT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saycbrpt-status.
                SELECT saycbext-file ASSIGN TO "SAYCBEXT.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS ws-saycbext-status.
            DATA DIVISION.
            FILE SECTION.
            FD  saylog-file.
            COPY saylog.

            FD  saylgarc-file.
            01  saylgarc-record         PIC X(125).

            FD  sayrate-file.
            COPY sayrate.

            FD  saycbpm-file.
            COPY saycbpm.

            SD  saysrt7-file.
            01  saysrt7-record.
                05  saysrt7-provider        PIC X(2).
                05  saysrt7-code            PIC X(4).

            FD  saycbrpt-file.
            01  saycbrpt-record             PIC X(132).

           *> The billing extract is pipe-delimited for the finance
           *> ledger load, in the same frame as the SAYLOGEX
           *> extract:
           *>   H|bill-month|run-date
           *>   D|provider|msg-code|greetings|unit-rate|amount
           *>   T|detail-record-count|greetings|amount
           *> Only priced lines are extracted - the exceptions stay
           *> on the printed statement until a rate card covers them.
            FD  saycbext-file.
            01  saycbext-record             PIC X(100).

            WORKING-STORAGE SECTION.
            01  ws-saylog-status     PIC X(2).
            01  ws-saylgarc-status   PIC X(2).
            01  ws-sayrate-status    PIC X(2).
            01  ws-saycbpm-status    PIC X(2).
            01  ws-saycbrpt-status   PIC X(2).
            01  ws-saycbext-status   PIC X(2).
            01  ws-eof-switch        PIC X     VALUE "N".
                88 ws-eof                      VALUE "Y".
            01  ws-first-group       PIC X     VALUE "Y".
                88 ws-is-first-group           VALUE "Y".
            01  ws-rate-found-switch PIC X     VALUE "N".
                88 ws-rate-found               VALUE "Y".
            01  ws-proof-switch      PIC X     VALUE "N".
                88 ws-proved                   VALUE "Y".
            01  ws-current-timestamp PIC X(21).
            01  ws-run-date          PIC 9(8).
            01  ws-run-date-display  PIC X(8).
            01  ws-bill-month        PIC 9(6)  VALUE ZERO.
            01  ws-bill-month-parts REDEFINES ws-bill-month.
                05  ws-bill-year     PIC 9(4).
                05  ws-bill-mm       PIC 9(2).
            01  ws-bill-month-display PIC X(6).
           *> The log record is processed through this image so the
           *> online SAYLOG pass and the flat SAYLGARC pass share
           *> one selection paragraph.
            01  ws-log-image.
                05  ws-log-timestamp PIC X(21).
                05  ws-log-caller    PIC X(8).
                05  ws-log-hello     PIC X(30).
                05  ws-log-world     PIC X(30).
                05  ws-log-provider  PIC X(2).
                05  ws-log-msg-code  PIC X(4).
                05  ws-log-chain     PIC X(30).
           *> Rate table loaded from the SAYRATE deck.
            01  ws-rate-count        PIC 9(3)  COMP VALUE ZERO.
            01  ws-rate-max          PIC 9(3)  COMP VALUE 500.
            01  ws-rate-table.
                05  ws-rate-entry    OCCURS 500 TIMES.
                    10  ws-rate-provider    PIC X(2).
                    10  ws-rate-code        PIC X(4).
                    10  ws-rate-unit        PIC 9(3)V9(4).
                    10  ws-rate-description PIC X(30).
            01  ws-rate-sub          PIC 9(3)  COMP.
            01  ws-rate-reject-count PIC 9(5)  VALUE ZERO.
            01  ws-cur-rate          PIC 9(3)V9(4).
            01  ws-cur-description   PIC X(30).
           *> Exceptions held for the exceptions page, which follows
           *> the last statement.
            01  ws-exc-count         PIC 9(3)  COMP VALUE ZERO.
            01  ws-exc-max           PIC 9(3)  COMP VALUE 200.
            01  ws-exc-table.
                05  ws-exc-entry     OCCURS 200 TIMES.
                    10  ws-exc-provider     PIC X(2).
                    10  ws-exc-code         PIC X(4).
                    10  ws-exc-reason       PIC X(20).
                    10  ws-exc-greetings    PIC 9(9).
            01  ws-exc-sub           PIC 9(3)  COMP.
            01  ws-exc-reason-text   PIC X(20).
            01  ws-cur-provider      PIC X(2).
            01  ws-cur-code          PIC X(4).
            01  ws-hold-code         PIC X(4).
            01  ws-hold-line         PIC X(132).
            01  ws-group-count       PIC 9(9)  VALUE ZERO.
            01  ws-line-amount       PIC 9(9)V99.
            01  ws-prov-greetings    PIC 9(9)  VALUE ZERO.
            01  ws-prov-unpriced     PIC 9(9)  VALUE ZERO.
            01  ws-prov-amount       PIC 9(11)V99 VALUE ZERO.
            01  ws-saylog-month-count PIC 9(9) VALUE ZERO.
            01  ws-saylgarc-month-count PIC 9(9) VALUE ZERO.
            01  ws-month-count       PIC 9(9)  VALUE ZERO.
            01  ws-billed-count      PIC 9(9)  VALUE ZERO.
            01  ws-no-provider-count PIC 9(9)  VALUE ZERO.
            01  ws-no-rate-count     PIC 9(9)  VALUE ZERO.
            01  ws-accounted-count   PIC 9(9)  VALUE ZERO.
            01  ws-billed-amount     PIC 9(11)V99 VALUE ZERO.
            01  ws-statement-count   PIC 9(5)  VALUE ZERO.
            01  ws-extract-count     PIC 9(9)  VALUE ZERO.
            01  ws-line-count        PIC 9(3)  VALUE ZERO.
            01  ws-page-count        PIC 9(3)  VALUE ZERO.
            01  ws-lines-max         PIC 9(3)  VALUE 60.
            01  ws-edit-count        PIC ZZZ,ZZZ,ZZ9.
            01  ws-edit-amount       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
            01  ws-count-label       PIC X(36).
            01  ws-ext-count         PIC 9(9).
            01  ws-ext-rate          PIC 9(3).9(4).
            01  ws-ext-amount        PIC 9(11).99.

            01  ws-stmt-header-1.
                05  FILLER           PIC X     VALUE "1".
                05  FILLER           PIC X(42) VALUE
                        "SAY PROVIDER CHARGEBACK STATEMENT - MONTH".
                05  ws-sh1-month     PIC X(6).
                05  FILLER           PIC X(12) VALUE "  PROVIDER ".
                05  ws-sh1-provider  PIC X(2).
                05  FILLER           PIC X(8)  VALUE "  PAGE ".
                05  ws-sh1-page      PIC ZZZ9.

            01  ws-stmt-header-2.
                05  FILLER           PIC X     VALUE SPACE.
                05  FILLER           PIC X(6)  VALUE "CODE".
                05  FILLER           PIC X(32) VALUE "DESCRIPTION".
                05  FILLER           PIC X(13) VALUE "   GREETINGS".
                05  FILLER           PIC X(11) VALUE "  UNIT RATE".
                05  FILLER           PIC X(20) VALUE
                        "              AMOUNT".

            01  ws-stmt-detail.
                05  FILLER           PIC X     VALUE SPACE.
                05  ws-sd-code       PIC X(4).
                05  FILLER           PIC X(2)  VALUE SPACES.
                05  ws-sd-description PIC X(30).
                05  FILLER           PIC X(2)  VALUE SPACES.
                05  ws-sd-greetings  PIC ZZZ,ZZZ,ZZ9.
                05  FILLER           PIC X(3)  VALUE SPACES.
                05  ws-sd-rate       PIC ZZ9.9999.
                05  FILLER           PIC X(2)  VALUE SPACES.
                05  ws-sd-amount     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

            01  ws-exc-header-1.
                05  FILLER           PIC X     VALUE "1".
                05  FILLER           PIC X(36) VALUE
                        "SAY CHARGEBACK EXCEPTIONS - MONTH".
                05  ws-eh1-month     PIC X(6).
                05  FILLER           PIC X(8)  VALUE "  PAGE ".
                05  ws-eh1-page      PIC ZZZ9.

            01  ws-exc-header-2.
                05  FILLER           PIC X     VALUE SPACE.
                05  FILLER           PIC X(10) VALUE "PROVIDER".
                05  FILLER           PIC X(6)  VALUE "CODE".
                05  FILLER           PIC X(22) VALUE "REASON".
                05  FILLER           PIC X(11) VALUE "  GREETINGS".

            01  ws-exc-detail.
                05  FILLER           PIC X     VALUE SPACE.
                05  ws-ed-provider   PIC X(10).
                05  ws-ed-code       PIC X(6).
                05  ws-ed-reason     PIC X(20).
                05  ws-ed-greetings  PIC ZZZ,ZZZ,ZZ9.

            PROCEDURE DIVISION.
            0000-MAIN.
                PERFORM 1000-INITIALIZE.
                PERFORM 2000-BILL-MONTH.
                PERFORM 7000-WRITE-EXCEPTIONS-PAGE.
                PERFORM 8000-WRITE-PROOF.
                PERFORM 9000-TERMINATE.
                IF NOT ws-proved
                    MOVE 8 TO RETURN-CODE
                ELSE
                    IF ws-no-provider-count > ZERO
                       OR ws-no-rate-count > ZERO
                       OR ws-rate-reject-count > ZERO
                        MOVE 4 TO RETURN-CODE
                    END-IF
                END-IF.
                STOP RUN.

            1000-INITIALIZE.
                MOVE FUNCTION CURRENT-DATE TO ws-current-timestamp.
                MOVE ws-current-timestamp(1:8) TO ws-run-date.
                MOVE ws-run-date TO ws-run-date-display.
                PERFORM 1100-READ-BILL-MONTH.
                MOVE ws-bill-month TO ws-bill-month-display.
                PERFORM 1200-LOAD-RATE-TABLE.
                OPEN OUTPUT saycbrpt-file.
                OPEN OUTPUT saycbext-file.
                MOVE SPACES TO saycbext-record.
                STRING "H|" ws-bill-month-display "|"
                        ws-run-date-display
                    DELIMITED BY SIZE INTO saycbext-record
                END-STRING.
                WRITE saycbext-record.

            1100-READ-BILL-MONTH.
                OPEN INPUT saycbpm-file.
                IF ws-saycbpm-status = "00"
                    READ saycbpm-file
                        NOT AT END
                            IF saycbpm-bill-month NUMERIC
                               AND saycbpm-bill-month > ZERO
                                MOVE saycbpm-bill-month
                                    TO ws-bill-month
                            END-IF
                    END-READ
                    CLOSE saycbpm-file
                END-IF.
                *> No card - bill the calendar month before the run.
                IF ws-bill-month = ZERO
                    MOVE ws-run-date(1:6) TO ws-bill-month
                    IF ws-bill-mm = 1
                        SUBTRACT 1 FROM ws-bill-year
                        MOVE 12 TO ws-bill-mm
                    ELSE
                        SUBTRACT 1 FROM ws-bill-mm
                    END-IF
                END-IF.

            1200-LOAD-RATE-TABLE.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT sayrate-file.
                IF ws-sayrate-status = "00"
                    PERFORM UNTIL ws-eof
                        READ sayrate-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                PERFORM 1250-TABLE-ONE-RATE
                        END-READ
                    END-PERFORM
                    CLOSE sayrate-file
                ELSE
                    DISPLAY "SAYCHGB - SAYRATE NOT AVAILABLE, "
                            "ALL TRAFFIC WILL SHOW AS NO RATE"
                END-IF.

            1250-TABLE-ONE-RATE.
                IF sayrate-provider = SPACES
                   OR sayrate-msg-code = SPACES
                   OR sayrate-unit-rate NOT NUMERIC
                    ADD 1 TO ws-rate-reject-count
                    DISPLAY "SAYCHGB - RATE CARD INVALID: "
                            sayrate-record(1:13)
                ELSE
                    MOVE sayrate-provider TO ws-cur-provider
                    MOVE sayrate-msg-code TO ws-cur-code
                    PERFORM 3600-SEARCH-RATE-TABLE
                    IF ws-rate-found
                        ADD 1 TO ws-rate-reject-count
                        DISPLAY "SAYCHGB - DUPLICATE RATE CARD "
                                sayrate-provider " "
                                sayrate-msg-code " IGNORED"
                    ELSE
                        IF ws-rate-count < ws-rate-max
                            ADD 1 TO ws-rate-count
                            MOVE sayrate-provider
                                TO ws-rate-provider(ws-rate-count)
                            MOVE sayrate-msg-code
                                TO ws-rate-code(ws-rate-count)
                            MOVE sayrate-unit-rate
                                TO ws-rate-unit(ws-rate-count)
                            MOVE sayrate-description
                                TO ws-rate-description(ws-rate-count)
                        ELSE
                            ADD 1 TO ws-rate-reject-count
                            DISPLAY "SAYCHGB - RATE TABLE FULL, "
                                    sayrate-provider " "
                                    sayrate-msg-code " NOT LOADED"
                        END-IF
                    END-IF
                END-IF.

            2000-BILL-MONTH.
                SORT saysrt7-file
                    ON ASCENDING KEY saysrt7-provider saysrt7-code
                    INPUT PROCEDURE IS 2010-RELEASE-MONTH
                    OUTPUT PROCEDURE IS 3000-SUMMARIZE-MONTH.

            2010-RELEASE-MONTH.
                *> Both the online log and the archive are read -
                *> saylgarc moves records across without copying
                *> them, so a month is split between the two once
                *> its early days pass the retention cutoff.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saylog-file.
                IF ws-saylog-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saylog-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                MOVE saylog-record TO ws-log-image
                                IF ws-log-timestamp(1:6)
                                        = ws-bill-month-display
                                    ADD 1 TO ws-saylog-month-count
                                    PERFORM 2100-RELEASE-GREETING
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE saylog-file
                END-IF.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saylgarc-file.
                IF ws-saylgarc-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saylgarc-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                MOVE saylgarc-record TO ws-log-image
                                IF ws-log-timestamp(1:6)
                                        = ws-bill-month-display
                                    ADD 1 TO ws-saylgarc-month-count
                                    PERFORM 2100-RELEASE-GREETING
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE saylgarc-file
                END-IF.

            2100-RELEASE-GREETING.
                MOVE ws-log-provider TO saysrt7-provider.
                MOVE ws-log-msg-code TO saysrt7-code.
                RELEASE saysrt7-record.

            3000-SUMMARIZE-MONTH.
                MOVE "N" TO ws-eof-switch.
                MOVE "Y" TO ws-first-group.
                MOVE ZERO TO ws-group-count.
                PERFORM UNTIL ws-eof
                    RETURN saysrt7-file
                        AT END
                            SET ws-eof TO TRUE
                        NOT AT END
                            PERFORM 3030-ACCUMULATE-GREETING
                    END-RETURN
                END-PERFORM.
                IF NOT ws-is-first-group
                    PERFORM 3040-FINISH-CODE-GROUP
                    PERFORM 3060-FINISH-PROVIDER
                END-IF.

            3030-ACCUMULATE-GREETING.
                IF ws-is-first-group
                    MOVE "N" TO ws-first-group
                    MOVE saysrt7-provider TO ws-cur-provider
                    MOVE saysrt7-code TO ws-cur-code
                    PERFORM 3050-START-PROVIDER
                ELSE
                    IF saysrt7-provider NOT = ws-cur-provider
                        PERFORM 3040-FINISH-CODE-GROUP
                        PERFORM 3060-FINISH-PROVIDER
                        MOVE saysrt7-provider TO ws-cur-provider
                        MOVE saysrt7-code TO ws-cur-code
                        PERFORM 3050-START-PROVIDER
                    ELSE
                        IF saysrt7-code NOT = ws-cur-code
                            PERFORM 3040-FINISH-CODE-GROUP
                            MOVE saysrt7-code TO ws-cur-code
                        END-IF
                    END-IF
                END-IF.
                ADD 1 TO ws-group-count.

            3040-FINISH-CODE-GROUP.
                *> Blank provider is traffic from callers that never
                *> came through the saycoll collation - there is
                *> nobody to bill, so it goes to the exceptions page
                *> rather than being dropped.
                IF ws-cur-provider = SPACES
                    ADD ws-group-count TO ws-no-provider-count
                    MOVE "NO PROVIDER" TO ws-exc-reason-text
                    PERFORM 3200-ADD-EXCEPTION
                ELSE
                    PERFORM 3500-FIND-RATE
                    IF ws-rate-found
                        PERFORM 3100-BILL-CODE-GROUP
                    ELSE
                        ADD ws-group-count TO ws-no-rate-count
                        ADD ws-group-count TO ws-prov-unpriced
                        MOVE "NO RATE" TO ws-exc-reason-text
                        PERFORM 3200-ADD-EXCEPTION
                    END-IF
                END-IF.
                MOVE ZERO TO ws-group-count.

            3050-START-PROVIDER.
                MOVE ZERO TO ws-prov-greetings.
                MOVE ZERO TO ws-prov-unpriced.
                MOVE ZERO TO ws-prov-amount.
                IF ws-cur-provider NOT = SPACES
                    ADD 1 TO ws-statement-count
                    MOVE ZERO TO ws-page-count
                    PERFORM 3400-WRITE-STATEMENT-HEADERS
                END-IF.

            3060-FINISH-PROVIDER.
                IF ws-cur-provider NOT = SPACES
                    IF ws-prov-unpriced > ZERO
                        MOVE ws-prov-unpriced TO ws-edit-count
                        MOVE SPACES TO saycbrpt-record
                        STRING " UNPRICED GREETINGS - SEE EXCEPTIONS"
                               "       " ws-edit-count
                            DELIMITED BY SIZE INTO saycbrpt-record
                        END-STRING
                        PERFORM 3300-WRITE-STATEMENT-LINE
                    END-IF
                    MOVE SPACES TO ws-stmt-detail
                    STRING "PROVIDER " ws-cur-provider " TOTAL"
                        DELIMITED BY SIZE INTO ws-sd-description
                    END-STRING
                    MOVE ws-prov-greetings TO ws-sd-greetings
                    MOVE ws-prov-amount TO ws-sd-amount
                    MOVE SPACES TO saycbrpt-record
                    PERFORM 3300-WRITE-STATEMENT-LINE
                    MOVE ws-stmt-detail TO saycbrpt-record
                    PERFORM 3300-WRITE-STATEMENT-LINE
                END-IF.

            3100-BILL-CODE-GROUP.
                COMPUTE ws-line-amount ROUNDED =
                    ws-group-count * ws-cur-rate.
                ADD ws-group-count TO ws-prov-greetings.
                ADD ws-group-count TO ws-billed-count.
                ADD ws-line-amount TO ws-prov-amount.
                ADD ws-line-amount TO ws-billed-amount.
                MOVE SPACES TO ws-stmt-detail.
                MOVE ws-cur-code TO ws-sd-code.
                MOVE ws-cur-description TO ws-sd-description.
                MOVE ws-group-count TO ws-sd-greetings.
                MOVE ws-cur-rate TO ws-sd-rate.
                MOVE ws-line-amount TO ws-sd-amount.
                MOVE ws-stmt-detail TO saycbrpt-record.
                PERFORM 3300-WRITE-STATEMENT-LINE.
                ADD 1 TO ws-extract-count.
                MOVE ws-group-count TO ws-ext-count.
                MOVE ws-cur-rate TO ws-ext-rate.
                MOVE ws-line-amount TO ws-ext-amount.
                MOVE SPACES TO saycbext-record.
                STRING "D|" ws-cur-provider "|" ws-cur-code "|"
                        ws-ext-count "|" ws-ext-rate "|"
                        ws-ext-amount
                    DELIMITED BY SIZE INTO saycbext-record
                END-STRING.
                WRITE saycbext-record.

            3200-ADD-EXCEPTION.
                IF ws-exc-count < ws-exc-max
                    ADD 1 TO ws-exc-count
                    MOVE ws-cur-provider
                        TO ws-exc-provider(ws-exc-count)
                    MOVE ws-cur-code TO ws-exc-code(ws-exc-count)
                    MOVE ws-exc-reason-text
                        TO ws-exc-reason(ws-exc-count)
                    MOVE ws-group-count
                        TO ws-exc-greetings(ws-exc-count)
                ELSE
                    DISPLAY "SAYCHGB - EXCEPTION TABLE FULL, "
                            ws-cur-provider " " ws-cur-code
                            " COUNTED BUT NOT LISTED"
                END-IF.

            3300-WRITE-STATEMENT-LINE.
                IF ws-line-count >= ws-lines-max
                    MOVE saycbrpt-record TO ws-hold-line
                    PERFORM 3400-WRITE-STATEMENT-HEADERS
                    MOVE ws-hold-line TO saycbrpt-record
                END-IF.
                WRITE saycbrpt-record.
                ADD 1 TO ws-line-count.

            3400-WRITE-STATEMENT-HEADERS.
                ADD 1 TO ws-page-count.
                MOVE ws-bill-month-display TO ws-sh1-month.
                MOVE ws-cur-provider TO ws-sh1-provider.
                MOVE ws-page-count TO ws-sh1-page.
                MOVE ws-stmt-header-1 TO saycbrpt-record.
                WRITE saycbrpt-record.
                MOVE ws-stmt-header-2 TO saycbrpt-record.
                WRITE saycbrpt-record.
                MOVE 2 TO ws-line-count.

            3500-FIND-RATE.
                *> The provider + code card wins; a code with no card
                *> of its own falls back to the provider default.
                PERFORM 3600-SEARCH-RATE-TABLE.
                IF NOT ws-rate-found
                    MOVE ws-cur-code TO ws-hold-code
                    MOVE "****" TO ws-cur-code
                    PERFORM 3600-SEARCH-RATE-TABLE
                    MOVE ws-hold-code TO ws-cur-code
                    IF ws-rate-found
                        MOVE "(PROVIDER DEFAULT RATE)"
                            TO ws-cur-description
                    END-IF
                END-IF.

            3600-SEARCH-RATE-TABLE.
                MOVE "N" TO ws-rate-found-switch.
                PERFORM VARYING ws-rate-sub FROM 1 BY 1
                        UNTIL ws-rate-sub > ws-rate-count
                        OR ws-rate-found
                    IF ws-rate-provider(ws-rate-sub) = ws-cur-provider
                       AND ws-rate-code(ws-rate-sub) = ws-cur-code
                        SET ws-rate-found TO TRUE
                        MOVE ws-rate-unit(ws-rate-sub) TO ws-cur-rate
                        MOVE ws-rate-description(ws-rate-sub)
                            TO ws-cur-description
                    END-IF
                END-PERFORM.

            7000-WRITE-EXCEPTIONS-PAGE.
                MOVE ZERO TO ws-page-count.
                PERFORM 7100-WRITE-EXCEPTION-HEADERS.
                IF ws-exc-count = ZERO
                    MOVE " NO EXCEPTIONS FOR THE MONTH"
                        TO saycbrpt-record
                    WRITE saycbrpt-record
                ELSE
                    PERFORM 7200-WRITE-EXCEPTION-LINE
                        VARYING ws-exc-sub FROM 1 BY 1
                        UNTIL ws-exc-sub > ws-exc-count
                END-IF.

            7100-WRITE-EXCEPTION-HEADERS.
                ADD 1 TO ws-page-count.
                MOVE ws-bill-month-display TO ws-eh1-month.
                MOVE ws-page-count TO ws-eh1-page.
                MOVE ws-exc-header-1 TO saycbrpt-record.
                WRITE saycbrpt-record.
                MOVE ws-exc-header-2 TO saycbrpt-record.
                WRITE saycbrpt-record.
                MOVE 2 TO ws-line-count.

            7200-WRITE-EXCEPTION-LINE.
                IF ws-line-count >= ws-lines-max
                    PERFORM 7100-WRITE-EXCEPTION-HEADERS
                END-IF.
                MOVE SPACES TO ws-exc-detail.
                IF ws-exc-provider(ws-exc-sub) = SPACES
                    MOVE "(NONE)" TO ws-ed-provider
                ELSE
                    MOVE ws-exc-provider(ws-exc-sub) TO ws-ed-provider
                END-IF.
                MOVE ws-exc-code(ws-exc-sub) TO ws-ed-code.
                MOVE ws-exc-reason(ws-exc-sub) TO ws-ed-reason.
                MOVE ws-exc-greetings(ws-exc-sub) TO ws-ed-greetings.
                MOVE ws-exc-detail TO saycbrpt-record.
                WRITE saycbrpt-record.
                ADD 1 TO ws-line-count.

            8000-WRITE-PROOF.
                *> Every greeting logged in the month is either on a
                *> statement or on the exceptions page - the proof
                *> shows the two legs add back to the log count.
                COMPUTE ws-month-count =
                    ws-saylog-month-count + ws-saylgarc-month-count.
                COMPUTE ws-accounted-count = ws-billed-count
                    + ws-no-provider-count + ws-no-rate-count.
                IF ws-accounted-count = ws-month-count
                    SET ws-proved TO TRUE
                END-IF.
                MOVE SPACES TO saycbrpt-record.
                STRING "1SAY CHARGEBACK PROOF - MONTH "
                        ws-bill-month-display
                        "  RUN DATE " ws-run-date-display
                    DELIMITED BY SIZE INTO saycbrpt-record
                END-STRING.
                WRITE saycbrpt-record.
                MOVE "GREETINGS LOGGED - SAYLOG" TO ws-count-label.
                MOVE ws-saylog-month-count TO ws-edit-count.
                PERFORM 8100-WRITE-PROOF-LINE.
                MOVE "GREETINGS LOGGED - SAYLGARC" TO ws-count-label.
                MOVE ws-saylgarc-month-count TO ws-edit-count.
                PERFORM 8100-WRITE-PROOF-LINE.
                MOVE "GREETINGS LOGGED - MONTH TOTAL"
                    TO ws-count-label.
                MOVE ws-month-count TO ws-edit-count.
                PERFORM 8100-WRITE-PROOF-LINE.
                MOVE "BILLED ON STATEMENTS" TO ws-count-label.
                MOVE ws-billed-count TO ws-edit-count.
                PERFORM 8100-WRITE-PROOF-LINE.
                MOVE "EXCEPTIONS - NO PROVIDER" TO ws-count-label.
                MOVE ws-no-provider-count TO ws-edit-count.
                PERFORM 8100-WRITE-PROOF-LINE.
                MOVE "EXCEPTIONS - NO RATE" TO ws-count-label.
                MOVE ws-no-rate-count TO ws-edit-count.
                PERFORM 8100-WRITE-PROOF-LINE.
                MOVE "TOTAL ACCOUNTED FOR" TO ws-count-label.
                MOVE ws-accounted-count TO ws-edit-count.
                PERFORM 8100-WRITE-PROOF-LINE.
                MOVE "PROVIDER STATEMENTS" TO ws-count-label.
                MOVE ws-statement-count TO ws-edit-count.
                PERFORM 8100-WRITE-PROOF-LINE.
                MOVE "RATE CARDS LOADED" TO ws-count-label.
                MOVE ws-rate-count TO ws-edit-count.
                PERFORM 8100-WRITE-PROOF-LINE.
                MOVE "RATE CARDS REJECTED" TO ws-count-label.
                MOVE ws-rate-reject-count TO ws-edit-count.
                PERFORM 8100-WRITE-PROOF-LINE.
                MOVE ws-billed-amount TO ws-edit-amount.
                MOVE SPACES TO saycbrpt-record.
                STRING " AMOUNT BILLED" "                       "
                        ws-edit-amount
                    DELIMITED BY SIZE INTO saycbrpt-record
                END-STRING.
                WRITE saycbrpt-record.
                IF ws-proved
                    MOVE " RESULT - PROVED TO SAYLOG"
                        TO saycbrpt-record
                ELSE
                    MOVE " RESULT - DOES NOT PROVE TO SAYLOG"
                        TO saycbrpt-record
                END-IF.
                WRITE saycbrpt-record.

            8100-WRITE-PROOF-LINE.
                MOVE SPACES TO saycbrpt-record.
                STRING " " ws-count-label ws-edit-count
                    DELIMITED BY SIZE INTO saycbrpt-record
                END-STRING.
                WRITE saycbrpt-record.

            9000-TERMINATE.
                MOVE ws-extract-count TO ws-ext-count.
                MOVE ws-billed-amount TO ws-ext-amount.
                MOVE SPACES TO saycbext-record.
                STRING "T|" ws-ext-count "|" ws-billed-count "|"
                        ws-ext-amount
                    DELIMITED BY SIZE INTO saycbext-record
                END-STRING.
                WRITE saycbext-record.
                CLOSE saycbrpt-file saycbext-file.
                DISPLAY "SAYCHGB - MONTH=" ws-bill-month-display
                        " LOGGED=" ws-month-count
                        " BILLED=" ws-billed-count
                        " EXCEPTIONS="
                        ws-no-provider-count "/" ws-no-rate-count.
