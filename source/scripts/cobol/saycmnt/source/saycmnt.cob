            IDENTIFICATION DIVISION.
            PROGRAM-ID. saycmnt.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT saycltxn-file ASSIGN TO "SAYCLTXN.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saycltxn-status.
                SELECT saycal-file ASSIGN TO "SAYCAL.DAT"
                    ORGANIZATION INDEXED
                    ACCESS MODE RANDOM
                    RECORD KEY saycal-key
                    FILE STATUS ws-saycal-status.
                SELECT sayclaud-file ASSIGN TO "SAYCLAUD.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayclaud-status.
            DATA DIVISION.
            FILE SECTION.
            FD  saycltxn-file.
            COPY saycltxn.

            FD  saycal-file.
            COPY saycal.

           *> One audit line per applied transaction, so the
           *> December load can be shown what changed and when.
           *> A year generate writes one summary line, not one
           *> line per generated date.
            FD  sayclaud-file.
            01  sayclaud-record         PIC X(80).

            WORKING-STORAGE SECTION.
            01  ws-saycltxn-status   PIC X(2).
            01  ws-saycal-status     PIC X(2).
            01  ws-sayclaud-status   PIC X(2).
            01  ws-eof-switch        PIC X     VALUE "N".
                88 ws-eof                      VALUE "Y".
            01  ws-txn-valid-switch  PIC X.
                88 ws-txn-valid                VALUE "Y".
            01  ws-current-timestamp PIC X(21).
            01  ws-audit-action      PIC X(7).
            01  ws-date-integer      PIC 9(7)  COMP.
            01  ws-check-date        PIC 9(8).
            01  ws-gen-year          PIC 9(4).
            01  ws-gen-date          PIC 9(8).
            01  ws-gen-date-parts REDEFINES ws-gen-date.
                05  ws-gen-date-year PIC 9(4).
                05  ws-gen-date-mmdd PIC 9(4).
            01  ws-gen-end-integer   PIC 9(7)  COMP.
            01  ws-gen-integer       PIC 9(7)  COMP.
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
            01  ws-gen-added         PIC 9(3)  VALUE ZERO.
            01  ws-gen-kept          PIC 9(3)  VALUE ZERO.
            01  ws-add-count         PIC 9(7)  VALUE ZERO.
            01  ws-change-count      PIC 9(7)  VALUE ZERO.
            01  ws-delete-count      PIC 9(7)  VALUE ZERO.
            01  ws-generate-count    PIC 9(7)  VALUE ZERO.
            01  ws-reject-count      PIC 9(7)  VALUE ZERO.

            PROCEDURE DIVISION.
            0000-MAIN.
                PERFORM 1000-INITIALIZE.
                PERFORM 2000-APPLY-TRANSACTIONS
                    UNTIL ws-eof.
                PERFORM 9000-TERMINATE.
                STOP RUN.

            1000-INITIALIZE.
                OPEN INPUT saycltxn-file.
                IF ws-saycltxn-status NOT = "00"
                    SET ws-eof TO TRUE
                END-IF.
                OPEN I-O saycal-file.
                IF ws-saycal-status = "35"
                    OPEN OUTPUT saycal-file
                    CLOSE saycal-file
                    OPEN I-O saycal-file
                END-IF.
                OPEN EXTEND sayclaud-file.
                IF ws-sayclaud-status = "35"
                    OPEN OUTPUT sayclaud-file
                END-IF.

            2000-APPLY-TRANSACTIONS.
                READ saycltxn-file
                    AT END
                        SET ws-eof TO TRUE
                    NOT AT END
                        PERFORM 2100-APPLY-ONE-TRANSACTION
                END-READ.

            2100-APPLY-ONE-TRANSACTION.
                MOVE saycltxn-date TO saycal-date.
                EVALUATE saycltxn-action
                    WHEN "A"
                        PERFORM 2110-ADD-DATE
                    WHEN "C"
                        PERFORM 2120-CHANGE-DATE
                    WHEN "D"
                        PERFORM 2130-DELETE-DATE
                    WHEN "Y"
                        PERFORM 2140-GENERATE-YEAR
                    WHEN OTHER
                        ADD 1 TO ws-reject-count
                        DISPLAY "SAYCMNT - UNKNOWN ACTION CODE "
                                saycltxn-action " FOR "
                                saycltxn-date
                END-EVALUATE.

            2110-ADD-DATE.
                PERFORM 2200-VALIDATE-TRANSACTION.
                IF ws-txn-valid
                    MOVE SPACES TO saycal-record
                    MOVE saycltxn-date TO saycal-date
                    MOVE saycltxn-day-type TO saycal-day-type
                    MOVE saycltxn-description TO saycal-description
                    WRITE saycal-record
                        INVALID KEY
                            ADD 1 TO ws-reject-count
                            DISPLAY "SAYCMNT - ADD FAILED FOR "
                                    saycltxn-date
                        NOT INVALID KEY
                            ADD 1 TO ws-add-count
                            MOVE "ADD" TO ws-audit-action
                            PERFORM 2500-WRITE-AUDIT-LINE
                    END-WRITE
                END-IF.

            2120-CHANGE-DATE.
                PERFORM 2200-VALIDATE-TRANSACTION.
                IF ws-txn-valid
                    READ saycal-file
                        KEY IS saycal-key
                        INVALID KEY
                            ADD 1 TO ws-reject-count
                            DISPLAY "SAYCMNT - CHANGE FAILED FOR "
                                    saycltxn-date
                        NOT INVALID KEY
                            MOVE saycltxn-day-type TO saycal-day-type
                            MOVE saycltxn-description
                                TO saycal-description
                            REWRITE saycal-record
                            ADD 1 TO ws-change-count
                            MOVE "CHANGE" TO ws-audit-action
                            PERFORM 2500-WRITE-AUDIT-LINE
                    END-READ
                END-IF.

            2130-DELETE-DATE.
                DELETE saycal-file
                    INVALID KEY
                        ADD 1 TO ws-reject-count
                        DISPLAY "SAYCMNT - DELETE FAILED FOR "
                                saycltxn-date
                    NOT INVALID KEY
                        ADD 1 TO ws-delete-count
                        MOVE "DELETE" TO ws-audit-action
                        PERFORM 2500-WRITE-AUDIT-LINE
                END-DELETE.

            2140-GENERATE-YEAR.
                *> Dates already on the calendar are kept as they
                *> stand, so holidays keyed ahead of the generate
                *> survive it and a rerun adds nothing twice.
                MOVE saycltxn-date(1:4) TO ws-gen-year.
                IF saycltxn-date(1:4) NOT NUMERIC
                   OR ws-gen-year < 1601
                    ADD 1 TO ws-reject-count
                    DISPLAY "SAYCMNT - GENERATE REJECTED, YEAR "
                            saycltxn-date(1:4) " INVALID"
                ELSE
                    MOVE ZERO TO ws-gen-added
                    MOVE ZERO TO ws-gen-kept
                    MOVE ws-gen-year TO ws-gen-date-year
                    MOVE 1231 TO ws-gen-date-mmdd
                    COMPUTE ws-gen-end-integer =
                        FUNCTION INTEGER-OF-DATE(ws-gen-date)
                    MOVE 0101 TO ws-gen-date-mmdd
                    COMPUTE ws-gen-integer =
                        FUNCTION INTEGER-OF-DATE(ws-gen-date)
                    PERFORM 2150-GENERATE-ONE-DATE
                        UNTIL ws-gen-integer > ws-gen-end-integer
                    ADD 1 TO ws-generate-count
                    PERFORM 2550-WRITE-GENERATE-LINE
                END-IF.

            2150-GENERATE-ONE-DATE.
                *> Day 1 of the integer calendar, 1 January 1601,
                *> was a Monday.
                COMPUTE ws-gen-date =
                    FUNCTION DATE-OF-INTEGER(ws-gen-integer).
                COMPUTE ws-weekday =
                    FUNCTION MOD(ws-gen-integer - 1, 7) + 1.
                MOVE SPACES TO saycal-record.
                MOVE ws-gen-date TO saycal-date.
                IF ws-weekday > 5
                    MOVE "N" TO saycal-day-type
                ELSE
                    MOVE "P" TO saycal-day-type
                END-IF.
                MOVE ws-weekday-name(ws-weekday)
                    TO saycal-description.
                WRITE saycal-record
                    INVALID KEY
                        ADD 1 TO ws-gen-kept
                    NOT INVALID KEY
                        ADD 1 TO ws-gen-added
                END-WRITE.
                ADD 1 TO ws-gen-integer.

            2200-VALIDATE-TRANSACTION.
                *> The date must round-trip through the integer
                *> calendar - a 31st of a 30-day month does not.
                MOVE "Y" TO ws-txn-valid-switch.
                IF saycltxn-date NOT NUMERIC
                    MOVE "N" TO ws-txn-valid-switch
                ELSE
                    COMPUTE ws-date-integer =
                        FUNCTION INTEGER-OF-DATE(saycltxn-date)
                    COMPUTE ws-check-date =
                        FUNCTION DATE-OF-INTEGER(ws-date-integer)
                    IF ws-check-date NOT = saycltxn-date
                        MOVE "N" TO ws-txn-valid-switch
                    END-IF
                END-IF.
                IF saycltxn-day-type NOT = "P"
                   AND saycltxn-day-type NOT = "H"
                   AND saycltxn-day-type NOT = "N"
                    MOVE "N" TO ws-txn-valid-switch
                END-IF.
                IF NOT ws-txn-valid
                    ADD 1 TO ws-reject-count
                    DISPLAY "SAYCMNT - " saycltxn-action
                            " REJECTED, DATE " saycltxn-date
                            " TYPE " saycltxn-day-type " INVALID"
                END-IF.

            2500-WRITE-AUDIT-LINE.
                MOVE FUNCTION CURRENT-DATE TO ws-current-timestamp.
                MOVE SPACES TO sayclaud-record.
                STRING ws-current-timestamp " " ws-audit-action
                       " DATE " saycltxn-date
                       " TYPE " saycltxn-day-type
                       " " saycltxn-description
                    DELIMITED BY SIZE INTO sayclaud-record
                END-STRING.
                WRITE sayclaud-record.

            2550-WRITE-GENERATE-LINE.
                MOVE FUNCTION CURRENT-DATE TO ws-current-timestamp.
                MOVE SPACES TO sayclaud-record.
                STRING ws-current-timestamp " GENERATE YEAR "
                       ws-gen-year " ADDED " ws-gen-added
                       " KEPT " ws-gen-kept
                    DELIMITED BY SIZE INTO sayclaud-record
                END-STRING.
                WRITE sayclaud-record.

            9000-TERMINATE.
                CLOSE saycltxn-file saycal-file sayclaud-file.
                DISPLAY "SAYCMNT - ADDS=" ws-add-count
                        " CHANGES=" ws-change-count
                        " DELETES=" ws-delete-count
                        " YEARS=" ws-generate-count
                        " REJECTS=" ws-reject-count.
