            IDENTIFICATION DIVISION.
            PROGRAM-ID. saycal.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT saycal-file ASSIGN TO "SAYCAL.DAT"
                    ORGANIZATION INDEXED
                    ACCESS MODE RANDOM
                    RECORD KEY saycal-key
                    FILE STATUS ws-saycal-status.
            DATA DIVISION.
            FILE SECTION.
            FD  saycal-file.
            COPY saycal.

            WORKING-STORAGE SECTION.
            01  ws-saycal-status     PIC X(2).
            01  ws-saycal-open-switch PIC X    VALUE "N".
                88 ws-saycal-open              VALUE "Y".
            01  ws-processing-switch PIC X     VALUE "Y".
                88 ws-processing-day           VALUE "Y".
            01  ws-look-date         PIC 9(8).
            01  ws-date-integer      PIC 9(7)  COMP.
            01  ws-days-found        PIC 9(3)  COMP.
            01  ws-days-scanned      PIC 9(5)  COMP.
            01  ws-scan-limit        PIC 9(5)  COMP.

            LINKAGE SECTION.
            01  cal-function PIC X(3).
            01  cal-date PIC 9(8).
            01  cal-days PIC 9(3).
            01  cal-result-date PIC 9(8).
            01  cal-return-code PIC 9(2).

           *> One calendar question in one place, the way sayrunc
           *> keeps the chain guard:
           *>   CHK - is cal-date a processing day?  Return code 0
           *>         when it is, 4 when it is a holiday or other
           *>         non-processing day
           *>   SUB - cal-result-date is the processing day cal-days
           *>         processing days before cal-date (cal-date
           *>         itself not counted), so SUB 1 is the previous
           *>         processing day
            PROCEDURE DIVISION USING cal-function cal-date cal-days
                    cal-result-date cal-return-code.
            0000-MAIN.
                MOVE 0 TO cal-return-code.
                MOVE cal-date TO cal-result-date.
                PERFORM 1000-OPEN-CALENDAR.
                EVALUATE cal-function
                    WHEN "CHK"
                        PERFORM 2000-CHECK-DATE
                    WHEN "SUB"
                        PERFORM 3000-SUBTRACT-DAYS
                    WHEN OTHER
                        MOVE 8 TO cal-return-code
                        DISPLAY "SAYCAL - UNKNOWN FUNCTION "
                                cal-function
                END-EVALUATE.
                IF ws-saycal-open
                    CLOSE saycal-file
                    MOVE "N" TO ws-saycal-open-switch
                END-IF.
                EXIT PROGRAM.

            1000-OPEN-CALENDAR.
                *> No SAYCAL dataset means no calendar has been
                *> loaded - every day is then a processing day.
                OPEN INPUT saycal-file.
                IF ws-saycal-status = "00"
                    SET ws-saycal-open TO TRUE
                END-IF.

            2000-CHECK-DATE.
                MOVE cal-date TO ws-look-date.
                PERFORM 2100-LOOK-UP-DATE.
                IF NOT ws-processing-day
                    MOVE 4 TO cal-return-code
                END-IF.

            2100-LOOK-UP-DATE.
                SET ws-processing-day TO TRUE.
                IF ws-saycal-open
                    MOVE ws-look-date TO saycal-date
                    READ saycal-file
                        KEY IS saycal-key
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF NOT saycal-processing-day
                                MOVE "N" TO ws-processing-switch
                            END-IF
                    END-READ
                END-IF.

            3000-SUBTRACT-DAYS.
                *> The scan is bounded so a calendar keyed with no
                *> processing days at all cannot loop the caller.
                MOVE ZERO TO ws-days-found.
                MOVE ZERO TO ws-days-scanned.
                COMPUTE ws-scan-limit = cal-days * 2 + 366.
                MOVE cal-date TO ws-look-date.
                PERFORM 3100-STEP-BACK-ONE-DAY
                    UNTIL ws-days-found >= cal-days
                    OR ws-days-scanned > ws-scan-limit.
                IF ws-days-found < cal-days
                    MOVE 8 TO cal-return-code
                    DISPLAY "SAYCAL - NO " cal-days
                            " PROCESSING DAYS BEFORE " cal-date
                ELSE
                    MOVE ws-look-date TO cal-result-date
                END-IF.

            3100-STEP-BACK-ONE-DAY.
                COMPUTE ws-date-integer =
                    FUNCTION INTEGER-OF-DATE(ws-look-date) - 1.
                COMPUTE ws-look-date =
                    FUNCTION DATE-OF-INTEGER(ws-date-integer).
                ADD 1 TO ws-days-scanned.
                PERFORM 2100-LOOK-UP-DATE.
                IF ws-processing-day
                    ADD 1 TO ws-days-found
                END-IF.
