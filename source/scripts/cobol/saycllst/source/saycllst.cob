            IDENTIFICATION DIVISION.
            PROGRAM-ID. saycllst.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT saycal-file ASSIGN TO "SAYCAL.DAT"
                    ORGANIZATION INDEXED
                    ACCESS MODE RANDOM
                    RECORD KEY saycal-key
                    FILE STATUS ws-saycal-status.
                SELECT saycllpm-file ASSIGN TO "SAYCLLPM.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saycllpm-status.
                SELECT saycllst-file ASSIGN TO "SAYCLLST.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saycllst-status.
            DATA DIVISION.
            FILE SECTION.
            FD  saycal-file.
            COPY saycal.

            FD  saycllpm-file.
            COPY saycllpm.

            FD  saycllst-file.
            01  saycllst-record             PIC X(132).

            WORKING-STORAGE SECTION.
            01  ws-saycal-status     PIC X(2).
            01  ws-saycllpm-status   PIC X(2).
            01  ws-saycllst-status   PIC X(2).
            01  ws-saycal-open-switch PIC X    VALUE "N".
                88 ws-saycal-open              VALUE "Y".
            01  ws-current-timestamp PIC X(21).
            01  ws-list-year         PIC 9(4)  VALUE ZERO.
            01  ws-list-date         PIC 9(8).
            01  ws-list-date-parts REDEFINES ws-list-date.
                05  ws-list-date-year PIC 9(4).
                05  ws-list-date-mm  PIC 9(2).
                05  ws-list-date-dd  PIC 9(2).
            01  ws-list-integer      PIC 9(7)  COMP.
            01  ws-end-integer       PIC 9(7)  COMP.
            01  ws-cur-month         PIC 9(2)  VALUE ZERO.
            01  ws-weekday           PIC 9(1).
            01  ws-weekday-names.
                05  FILLER           PIC X(9)  VALUE "MONDAY".
                05  FILLER           PIC X(9)  VALUE "TUESDAY".
                05  FILLER           PIC X(9)  VALUE "WEDNESDAY".
                05  FILLER           PIC X(9)  VALUE "THURSDAY".
                05  FILLER           PIC X(9)  VALUE "FRIDAY".
                05  FILLER           PIC X(9)  VALUE "SATURDAY".
                05  FILLER           PIC X(9)  VALUE "SUNDAY".
            01  ws-weekday-table REDEFINES ws-weekday-names.
                05  ws-weekday-name  PIC X(9)  OCCURS 7 TIMES.
            01  ws-month-counts.
                05  ws-mon-processing PIC 9(3).
                05  ws-mon-holiday   PIC 9(3).
                05  ws-mon-nonproc   PIC 9(3).
                05  ws-mon-missing   PIC 9(3).
            01  ws-year-counts.
                05  ws-yr-processing PIC 9(3)  VALUE ZERO.
                05  ws-yr-holiday    PIC 9(3)  VALUE ZERO.
                05  ws-yr-nonproc    PIC 9(3)  VALUE ZERO.
                05  ws-yr-missing    PIC 9(3)  VALUE ZERO.
            01  ws-page-count        PIC 9(3)  VALUE ZERO.
            01  ws-line-count        PIC 9(3)  VALUE ZERO.
            01  ws-lines-max         PIC 9(3)  VALUE 60.
            01  ws-edit-count        PIC ZZ9.
            01  ws-count-label       PIC X(30).

            01  ws-header-1.
                05  FILLER           PIC X     VALUE "1".
                05  FILLER           PIC X(36) VALUE
                        "SAY BUSINESS-DAY CALENDAR - YEAR".
                05  ws-hdr-year      PIC 9(4).
                05  FILLER           PIC X(8)  VALUE "  PAGE ".
                05  ws-hdr-page      PIC ZZZ9.

            01  ws-header-2.
                05  FILLER           PIC X     VALUE SPACE.
                05  FILLER           PIC X(10) VALUE "DATE".
                05  FILLER           PIC X(11) VALUE "WEEKDAY".
                05  FILLER           PIC X(16) VALUE "DAY TYPE".
                05  FILLER           PIC X(32) VALUE "DESCRIPTION".

            01  ws-detail-line.
                05  FILLER           PIC X     VALUE SPACE.
                05  ws-dl-date       PIC 9(8).
                05  FILLER           PIC X(2)  VALUE SPACES.
                05  ws-dl-weekday    PIC X(9).
                05  FILLER           PIC X(2)  VALUE SPACES.
                05  ws-dl-type       PIC X(14).
                05  FILLER           PIC X(2)  VALUE SPACES.
                05  ws-dl-description PIC X(30).
                05  FILLER           PIC X(2)  VALUE SPACES.
                05  ws-dl-flag       PIC X(20).

            PROCEDURE DIVISION.
            0000-MAIN.
                PERFORM 1000-INITIALIZE.
                PERFORM 2000-LIST-ONE-DATE
                    UNTIL ws-list-integer > ws-end-integer.
                PERFORM 3000-FINISH-MONTH.
                PERFORM 8000-WRITE-YEAR-TOTALS.
                PERFORM 9000-TERMINATE.
                IF ws-yr-missing > ZERO
                    MOVE 4 TO RETURN-CODE
                END-IF.
                STOP RUN.

            1000-INITIALIZE.
                MOVE FUNCTION CURRENT-DATE TO ws-current-timestamp.
                OPEN INPUT saycllpm-file.
                IF ws-saycllpm-status = "00"
                    READ saycllpm-file
                        NOT AT END
                            IF saycllpm-year NUMERIC
                               AND saycllpm-year > 1600
                                MOVE saycllpm-year TO ws-list-year
                            END-IF
                    END-READ
                    CLOSE saycllpm-file
                END-IF.
                *> No card - list the coming year, the one being
                *> loaded in December.
                IF ws-list-year = ZERO
                    MOVE ws-current-timestamp(1:4) TO ws-list-year
                    ADD 1 TO ws-list-year
                END-IF.
                MOVE ws-list-year TO ws-list-date-year.
                MOVE 12 TO ws-list-date-mm.
                MOVE 31 TO ws-list-date-dd.
                COMPUTE ws-end-integer =
                    FUNCTION INTEGER-OF-DATE(ws-list-date).
                MOVE 1 TO ws-list-date-mm.
                MOVE 1 TO ws-list-date-dd.
                COMPUTE ws-list-integer =
                    FUNCTION INTEGER-OF-DATE(ws-list-date).
                OPEN INPUT saycal-file.
                IF ws-saycal-status = "00"
                    SET ws-saycal-open TO TRUE
                END-IF.
                OPEN OUTPUT saycllst-file.
                IF NOT ws-saycal-open
                    PERFORM 2200-WRITE-PAGE-HEADERS
                    MOVE " SAYCAL NOT AVAILABLE - EVERY DATE IS TAKEN"
                        TO saycllst-record
                    WRITE saycllst-record
                    MOVE " AS A PROCESSING DAY UNTIL IT IS LOADED"
                        TO saycllst-record
                    WRITE saycllst-record
                    ADD 2 TO ws-line-count
                END-IF.

            2000-LIST-ONE-DATE.
                COMPUTE ws-list-date =
                    FUNCTION DATE-OF-INTEGER(ws-list-integer).
                IF ws-list-date-mm NOT = ws-cur-month
                    IF ws-cur-month NOT = ZERO
                        PERFORM 3000-FINISH-MONTH
                    END-IF
                    MOVE ws-list-date-mm TO ws-cur-month
                    INITIALIZE ws-month-counts
                    PERFORM 2200-WRITE-PAGE-HEADERS
                END-IF.
                *> Day 1 of the integer calendar, 1 January 1601,
                *> was a Monday.
                COMPUTE ws-weekday =
                    FUNCTION MOD(ws-list-integer - 1, 7) + 1.
                MOVE SPACES TO ws-detail-line.
                MOVE ws-list-date TO ws-dl-date.
                MOVE ws-weekday-name(ws-weekday) TO ws-dl-weekday.
                PERFORM 2100-LOOK-UP-DATE.
                IF ws-line-count >= ws-lines-max
                    PERFORM 2200-WRITE-PAGE-HEADERS
                END-IF.
                MOVE ws-detail-line TO saycllst-record.
                WRITE saycllst-record.
                ADD 1 TO ws-line-count.
                ADD 1 TO ws-list-integer.

            2100-LOOK-UP-DATE.
                *> A date with no record is a processing day to the
                *> chain - flagged here so the gap is seen before
                *> the year starts rather than after.
                IF ws-saycal-open
                    MOVE ws-list-date TO saycal-date
                    READ saycal-file
                        KEY IS saycal-key
                        INVALID KEY
                            MOVE "PROCESSING" TO ws-dl-type
                            MOVE "** NOT ON CALENDAR" TO ws-dl-flag
                            ADD 1 TO ws-mon-missing
                            ADD 1 TO ws-mon-processing
                        NOT INVALID KEY
                            PERFORM 2150-DESCRIBE-DATE
                    END-READ
                ELSE
                    MOVE "PROCESSING" TO ws-dl-type
                    ADD 1 TO ws-mon-missing
                    ADD 1 TO ws-mon-processing
                END-IF.

            2150-DESCRIBE-DATE.
                MOVE saycal-description TO ws-dl-description.
                EVALUATE saycal-day-type
                    WHEN "P"
                        MOVE "PROCESSING" TO ws-dl-type
                        ADD 1 TO ws-mon-processing
                        IF ws-weekday > 5
                            MOVE "** WEEKEND WORKED" TO ws-dl-flag
                        END-IF
                    WHEN "H"
                        MOVE "HOLIDAY" TO ws-dl-type
                        ADD 1 TO ws-mon-holiday
                    WHEN OTHER
                        MOVE "NON-PROCESSING" TO ws-dl-type
                        ADD 1 TO ws-mon-nonproc
                        IF ws-weekday < 6
                            MOVE "** WEEKDAY CLOSED" TO ws-dl-flag
                        END-IF
                END-EVALUATE.

            2200-WRITE-PAGE-HEADERS.
                ADD 1 TO ws-page-count.
                MOVE ws-list-year TO ws-hdr-year.
                MOVE ws-page-count TO ws-hdr-page.
                MOVE ws-header-1 TO saycllst-record.
                WRITE saycllst-record.
                MOVE ws-header-2 TO saycllst-record.
                WRITE saycllst-record.
                MOVE 2 TO ws-line-count.

            3000-FINISH-MONTH.
                MOVE SPACES TO saycllst-record.
                WRITE saycllst-record.
                MOVE SPACES TO saycllst-record.
                MOVE ws-mon-processing TO ws-edit-count.
                STRING " MONTH " ws-cur-month
                       "  PROCESSING DAYS=" ws-edit-count
                    DELIMITED BY SIZE INTO saycllst-record
                END-STRING.
                MOVE ws-mon-holiday TO ws-edit-count.
                STRING "  HOLIDAYS=" ws-edit-count
                    DELIMITED BY SIZE INTO saycllst-record(37:20)
                END-STRING.
                MOVE ws-mon-nonproc TO ws-edit-count.
                STRING "  NON-PROCESSING=" ws-edit-count
                    DELIMITED BY SIZE INTO saycllst-record(57:22)
                END-STRING.
                MOVE ws-mon-missing TO ws-edit-count.
                STRING "  NOT ON CALENDAR=" ws-edit-count
                    DELIMITED BY SIZE INTO saycllst-record(79:23)
                END-STRING.
                WRITE saycllst-record.
                ADD ws-mon-processing TO ws-yr-processing.
                ADD ws-mon-holiday TO ws-yr-holiday.
                ADD ws-mon-nonproc TO ws-yr-nonproc.
                ADD ws-mon-missing TO ws-yr-missing.

            8000-WRITE-YEAR-TOTALS.
                MOVE SPACES TO saycllst-record.
                STRING "1SAY BUSINESS-DAY CALENDAR - YEAR " ws-list-year
                       " TOTALS"
                    DELIMITED BY SIZE INTO saycllst-record
                END-STRING.
                WRITE saycllst-record.
                MOVE "PROCESSING DAYS" TO ws-count-label.
                MOVE ws-yr-processing TO ws-edit-count.
                PERFORM 8100-WRITE-TOTAL-LINE.
                MOVE "HOLIDAYS" TO ws-count-label.
                MOVE ws-yr-holiday TO ws-edit-count.
                PERFORM 8100-WRITE-TOTAL-LINE.
                MOVE "NON-PROCESSING DAYS" TO ws-count-label.
                MOVE ws-yr-nonproc TO ws-edit-count.
                PERFORM 8100-WRITE-TOTAL-LINE.
                MOVE "DATES NOT ON CALENDAR" TO ws-count-label.
                MOVE ws-yr-missing TO ws-edit-count.
                PERFORM 8100-WRITE-TOTAL-LINE.
                IF ws-yr-missing = ZERO
                    MOVE " RESULT - YEAR FULLY LOADED"
                        TO saycllst-record
                ELSE
                    MOVE " RESULT - YEAR NOT FULLY LOADED"
                        TO saycllst-record
                END-IF.
                WRITE saycllst-record.

            8100-WRITE-TOTAL-LINE.
                MOVE SPACES TO saycllst-record.
                STRING " " ws-count-label ws-edit-count
                    DELIMITED BY SIZE INTO saycllst-record
                END-STRING.
                WRITE saycllst-record.

            9000-TERMINATE.
                CLOSE saycllst-file.
                IF ws-saycal-open
                    CLOSE saycal-file
                END-IF.
                DISPLAY "SAYCLLST - YEAR=" ws-list-year
                        " PROCESSING=" ws-yr-processing
                        " HOLIDAYS=" ws-yr-holiday
                        " NOT ON CALENDAR=" ws-yr-missing.
