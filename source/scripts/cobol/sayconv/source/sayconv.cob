            IDENTIFICATION DIVISION.
            PROGRAM-ID. sayconv.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT saylg91-file ASSIGN TO "SAYLOG.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saylg91-status.
                SELECT saylog-file ASSIGN TO "SAYLOG.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saylog-status.
                SELECT saylgold-file ASSIGN TO "SAYLGOLD.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saylgold-status.
                SELECT sayla91-file ASSIGN TO "SAYLGARC.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayla91-status.
                SELECT saylgarc-file ASSIGN TO "SAYLGARC.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saylgarc-status.
                SELECT saylaold-file ASSIGN TO "SAYLAOLD.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saylaold-status.
                SELECT saydt08-file ASSIGN TO "SAYDRVDT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saydt08-status.
                SELECT saydrvdt-file ASSIGN TO "SAYDRVDT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saydrvdt-status.
                SELECT saydtold-file ASSIGN TO "SAYDTOLD.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saydtold-status.
                SELECT saydc55-file ASSIGN TO "SAYDRVCT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saydc55-status.
                SELECT saydrvct-file ASSIGN TO "SAYDRVCT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saydrvct-status.
                SELECT saydcold-file ASSIGN TO "SAYDCOLD.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saydcold-status.
                SELECT sayrc09-file ASSIGN TO "SAYRCNCT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayrc09-status.
                SELECT sayrcnct-file ASSIGN TO "SAYRCNCT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayrcnct-status.
                SELECT sayrcold-file ASSIGN TO "SAYRCOLD.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayrcold-status.
                SELECT sayrunct-file ASSIGN TO "SAYRUNCT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayrunct-status.
            DATA DIVISION.
            FILE SECTION.
           *> Each dataset is declared twice - once in the record
           *> length it had before the audit trail was chained and the
           *> controls were widened, once in the current layout - and
           *> once more for the copy of its old records kept beside
           *> it.  The copy is taken before the dataset is rewritten,
           *> so a conversion stopped part-way is simply rerun: the
           *> dataset is rebuilt again from the copy it left.
            FD  saylg91-file.
            01  saylg91-record          PIC X(91).

            FD  saylog-file.
            COPY saylog.

            FD  saylgold-file.
            01  saylgold-record         PIC X(91).

            FD  sayla91-file.
            01  sayla91-record          PIC X(91).

            FD  saylgarc-file.
            01  saylgarc-record         PIC X(125).

            FD  saylaold-file.
            01  saylaold-record         PIC X(91).

            FD  saydt08-file.
            01  saydt08-record          PIC X(8).

            FD  saydrvdt-file.
            COPY saydrvdt.

            FD  saydtold-file.
            01  saydtold-record         PIC X(8).

            FD  saydc55-file.
            01  saydc55-record          PIC X(55).

            FD  saydrvct-file.
            COPY saydrvct.

            FD  saydcold-file.
            01  saydcold-record         PIC X(55).

            FD  sayrc09-file.
            01  sayrc09-record          PIC X(9).

            FD  sayrcnct-file.
            COPY sayrcnct.

            FD  sayrcold-file.
            01  sayrcold-record         PIC X(9).

            FD  sayrunct-file.
            COPY sayrunct.

            WORKING-STORAGE SECTION.
            01  ws-saylg91-status    PIC X(2).
            01  ws-saylog-status     PIC X(2).
            01  ws-saylgold-status   PIC X(2).
            01  ws-sayla91-status    PIC X(2).
            01  ws-saylgarc-status   PIC X(2).
            01  ws-saylaold-status   PIC X(2).
            01  ws-saydt08-status    PIC X(2).
            01  ws-saydrvdt-status   PIC X(2).
            01  ws-saydtold-status   PIC X(2).
            01  ws-saydc55-status    PIC X(2).
            01  ws-saydrvct-status   PIC X(2).
            01  ws-saydcold-status   PIC X(2).
            01  ws-sayrc09-status    PIC X(2).
            01  ws-sayrcnct-status   PIC X(2).
            01  ws-sayrcold-status   PIC X(2).
            01  ws-sayrunct-status   PIC X(2).
            01  ws-eof-switch        PIC X     VALUE "N".
                88 ws-eof                      VALUE "Y".
            01  ws-scan-ok-switch    PIC X     VALUE "Y".
                88 ws-scan-ok                  VALUE "Y".
            01  ws-conv-refused-switch PIC X   VALUE "N".
                88 ws-conv-refused             VALUE "Y".
            01  ws-already-run-switch PIC X    VALUE "N".
                88 ws-already-run              VALUE "Y".
            01  ws-already-run-date  PIC 9(8).
            01  ws-current-timestamp PIC X(21).
            01  ws-conv-name         PIC X(8).
            01  ws-scan-count        PIC 9(9)  VALUE ZERO.
            01  ws-copy-count        PIC 9(9)  VALUE ZERO.
            01  ws-record-count      PIC 9(9)  VALUE ZERO.
            01  ws-dataset-count     PIC 9(3)  VALUE ZERO.
            01  ws-stamp-check       PIC X(21).
           *> What each dataset needs, decided for all of them before
           *> any is touched:
           *>   C = still in the old layout - copy and rebuild it
           *>   R = a copy is already kept - an earlier run stopped
           *>       part-way, so rebuild it again from the copy
           *>   N = already in the current layout, empty or absent
           *>   U = in neither layout - nothing is converted
            01  ws-action            PIC X.
                88 ws-act-convert              VALUE "C".
                88 ws-act-rebuild              VALUE "R".
                88 ws-act-none                 VALUE "N".
                88 ws-act-unknown              VALUE "U".
            01  ws-saylog-action     PIC X     VALUE "N".
                88 ws-saylog-convert           VALUE "C".
                88 ws-saylog-rebuild           VALUE "R".
            01  ws-saylgarc-action   PIC X     VALUE "N".
                88 ws-saylgarc-convert         VALUE "C".
                88 ws-saylgarc-rebuild         VALUE "R".
            01  ws-saydrvdt-action   PIC X     VALUE "N".
                88 ws-saydrvdt-convert         VALUE "C".
                88 ws-saydrvdt-rebuild         VALUE "R".
            01  ws-saydrvct-action   PIC X     VALUE "N".
                88 ws-saydrvct-convert         VALUE "C".
                88 ws-saydrvct-rebuild         VALUE "R".
            01  ws-sayrcnct-action   PIC X     VALUE "N".
                88 ws-sayrcnct-convert         VALUE "C".
                88 ws-sayrcnct-rebuild         VALUE "R".
           *> SAYLOG and SAYLGARC records are checked and rebuilt
           *> through this image - the old 91-byte record is its
           *> leading part, the message code and chain fields follow.
            01  ws-log-image.
                05  ws-log-old-part.
                    10  ws-log-timestamp    PIC X(21).
                    10  FILLER              PIC X(70).
                05  ws-log-msg-code  PIC X(4).
                05  ws-log-seq-no    PIC 9(10).
                05  ws-log-prev-check PIC 9(10).
                05  ws-log-check-value PIC 9(10).
           *> Run-control fields.  The conversion is not a link of
           *> the nightly chain; it is stamped on SAYRUNCT under its
           *> own job name when it completes, and any SAYCONV entry
           *> there, whatever its date, stops it being run again.
            01  ws-runc-function     PIC X(3).
            01  ws-runc-job-name     PIC X(8)  VALUE "SAYCONV".
            01  ws-runc-pred-name    PIC X(8)  VALUE SPACES.
            01  ws-runc-run-date     PIC 9(8).
            01  ws-runc-return-code  PIC 9(2).

            PROCEDURE DIVISION.
            0000-MAIN.
                MOVE FUNCTION CURRENT-DATE TO ws-current-timestamp.
                PERFORM 0100-CHECK-ALREADY-RUN.
                IF ws-already-run
                    DISPLAY "SAYCONV - CONVERSION ALREADY RUN ON "
                            ws-already-run-date ", NOTHING CONVERTED"
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM 1000-CHECK-SAYLOG
                    PERFORM 1100-CHECK-SAYLGARC
                    PERFORM 1200-CHECK-SAYDRVDT
                    PERFORM 1300-CHECK-SAYDRVCT
                    PERFORM 1400-CHECK-SAYRCNCT
                    IF ws-conv-refused
                        DISPLAY "SAYCONV - CONVERSION REFUSED, "
                                "NOTHING CONVERTED"
                        MOVE 8 TO RETURN-CODE
                    ELSE
                        PERFORM 2000-CONVERT-SAYLOG
                        PERFORM 2100-CONVERT-SAYLGARC
                        PERFORM 2200-CONVERT-SAYDRVDT
                        PERFORM 2300-CONVERT-SAYDRVCT
                        PERFORM 2400-CONVERT-SAYRCNCT
                        PERFORM 0200-STAMP-RUN-CONTROL
                        DISPLAY "SAYCONV - DATASETS CONVERTED="
                                ws-dataset-count
                        IF ws-dataset-count = ZERO
                            MOVE 4 TO RETURN-CODE
                        END-IF
                    END-IF
                END-IF.
                STOP RUN.

            0100-CHECK-ALREADY-RUN.
                *> sayrunc only answers for one chain date, and a
                *> second conversion on a later day would take the
                *> current records for old ones - so the whole of
                *> SAYRUNCT is searched for an earlier stamp.
                OPEN INPUT sayrunct-file.
                IF ws-sayrunct-status = "00"
                    MOVE "N" TO ws-eof-switch
                    PERFORM UNTIL ws-eof
                        READ sayrunct-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                IF sayrunct-job-name = ws-runc-job-name
                                    SET ws-already-run TO TRUE
                                    MOVE sayrunct-run-date
                                        TO ws-already-run-date
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE sayrunct-file
                END-IF.

            0200-STAMP-RUN-CONTROL.
                MOVE ws-current-timestamp(1:8) TO ws-runc-run-date.
                MOVE "END" TO ws-runc-function.
                CALL "sayrunc" USING ws-runc-function
                        ws-runc-job-name ws-runc-pred-name
                        ws-runc-run-date ws-runc-return-code
                END-CALL.

            1000-CHECK-SAYLOG.
                MOVE "SAYLOG" TO ws-conv-name.
                PERFORM 1010-SCAN-SAYLOG-OLD.
                IF ws-scan-ok AND ws-scan-count > ZERO
                    SET ws-act-convert TO TRUE
                ELSE
                    PERFORM 1020-COUNT-SAYLGOLD
                    IF ws-copy-count > ZERO
                        SET ws-act-rebuild TO TRUE
                    ELSE
                        PERFORM 1030-SCAN-SAYLOG-NEW
                        IF ws-scan-ok
                            SET ws-act-none TO TRUE
                        ELSE
                            SET ws-act-unknown TO TRUE
                        END-IF
                    END-IF
                END-IF.
                MOVE ws-action TO ws-saylog-action.
                PERFORM 1900-SHOW-ACTION.

            1010-SCAN-SAYLOG-OLD.
                *> Read as 91-byte records a current file puts the
                *> message code and chain fields where the next
                *> record's timestamp should be, so it never passes.
                MOVE "Y" TO ws-scan-ok-switch.
                MOVE ZERO TO ws-scan-count.
                OPEN INPUT saylg91-file.
                IF ws-saylg91-status = "00"
                    MOVE "N" TO ws-eof-switch
                    PERFORM UNTIL ws-eof OR NOT ws-scan-ok
                        READ saylg91-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-scan-count
                                MOVE saylg91-record TO ws-log-old-part
                                MOVE ws-log-timestamp
                                    TO ws-stamp-check
                                PERFORM 1800-CHECK-TIMESTAMP
                        END-READ
                    END-PERFORM
                    CLOSE saylg91-file
                ELSE
                    IF ws-saylg91-status NOT = "35"
                        MOVE "N" TO ws-scan-ok-switch
                    END-IF
                END-IF.

            1020-COUNT-SAYLGOLD.
                MOVE ZERO TO ws-copy-count.
                OPEN INPUT saylgold-file.
                IF ws-saylgold-status = "00"
                    MOVE "N" TO ws-eof-switch
                    PERFORM UNTIL ws-eof
                        READ saylgold-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-copy-count
                        END-READ
                    END-PERFORM
                    CLOSE saylgold-file
                END-IF.

            1030-SCAN-SAYLOG-NEW.
                MOVE "Y" TO ws-scan-ok-switch.
                OPEN INPUT saylog-file.
                IF ws-saylog-status = "00"
                    MOVE "N" TO ws-eof-switch
                    PERFORM UNTIL ws-eof OR NOT ws-scan-ok
                        READ saylog-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                MOVE saylog-record TO ws-log-image
                                PERFORM 1850-CHECK-LOG-IMAGE
                        END-READ
                    END-PERFORM
                    CLOSE saylog-file
                ELSE
                    IF ws-saylog-status NOT = "35"
                        MOVE "N" TO ws-scan-ok-switch
                    END-IF
                END-IF.

            1100-CHECK-SAYLGARC.
                MOVE "SAYLGARC" TO ws-conv-name.
                PERFORM 1110-SCAN-SAYLGARC-OLD.
                IF ws-scan-ok AND ws-scan-count > ZERO
                    SET ws-act-convert TO TRUE
                ELSE
                    PERFORM 1120-COUNT-SAYLAOLD
                    IF ws-copy-count > ZERO
                        SET ws-act-rebuild TO TRUE
                    ELSE
                        PERFORM 1130-SCAN-SAYLGARC-NEW
                        IF ws-scan-ok
                            SET ws-act-none TO TRUE
                        ELSE
                            SET ws-act-unknown TO TRUE
                        END-IF
                    END-IF
                END-IF.
                MOVE ws-action TO ws-saylgarc-action.
                PERFORM 1900-SHOW-ACTION.

            1110-SCAN-SAYLGARC-OLD.
                MOVE "Y" TO ws-scan-ok-switch.
                MOVE ZERO TO ws-scan-count.
                OPEN INPUT sayla91-file.
                IF ws-sayla91-status = "00"
                    MOVE "N" TO ws-eof-switch
                    PERFORM UNTIL ws-eof OR NOT ws-scan-ok
                        READ sayla91-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-scan-count
                                MOVE sayla91-record TO ws-log-old-part
                                MOVE ws-log-timestamp
                                    TO ws-stamp-check
                                PERFORM 1800-CHECK-TIMESTAMP
                        END-READ
                    END-PERFORM
                    CLOSE sayla91-file
                ELSE
                    IF ws-sayla91-status NOT = "35"
                        MOVE "N" TO ws-scan-ok-switch
                    END-IF
                END-IF.

            1120-COUNT-SAYLAOLD.
                MOVE ZERO TO ws-copy-count.
                OPEN INPUT saylaold-file.
                IF ws-saylaold-status = "00"
                    MOVE "N" TO ws-eof-switch
                    PERFORM UNTIL ws-eof
                        READ saylaold-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-copy-count
                        END-READ
                    END-PERFORM
                    CLOSE saylaold-file
                END-IF.

            1130-SCAN-SAYLGARC-NEW.
                MOVE "Y" TO ws-scan-ok-switch.
                OPEN INPUT saylgarc-file.
                IF ws-saylgarc-status = "00"
                    MOVE "N" TO ws-eof-switch
                    PERFORM UNTIL ws-eof OR NOT ws-scan-ok
                        READ saylgarc-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                MOVE saylgarc-record TO ws-log-image
                                PERFORM 1850-CHECK-LOG-IMAGE
                        END-READ
                    END-PERFORM
                    CLOSE saylgarc-file
                ELSE
                    IF ws-saylgarc-status NOT = "35"
                        MOVE "N" TO ws-scan-ok-switch
                    END-IF
                END-IF.

            1200-CHECK-SAYDRVDT.
                MOVE "SAYDRVDT" TO ws-conv-name.
                PERFORM 1210-SCAN-SAYDRVDT-OLD.
                IF ws-scan-ok AND ws-scan-count > ZERO
                    SET ws-act-convert TO TRUE
                ELSE
                    PERFORM 1220-COUNT-SAYDTOLD
                    IF ws-copy-count > ZERO
                        SET ws-act-rebuild TO TRUE
                    ELSE
                        PERFORM 1230-SCAN-SAYDRVDT-NEW
                        IF ws-scan-ok
                            SET ws-act-none TO TRUE
                        ELSE
                            SET ws-act-unknown TO TRUE
                        END-IF
                    END-IF
                END-IF.
                MOVE ws-action TO ws-saydrvdt-action.
                PERFORM 1900-SHOW-ACTION.

            1210-SCAN-SAYDRVDT-OLD.
                *> The old entry is the file date alone; the posting
                *> window of a current entry is spaces or timestamps,
                *> never eight digits to the byte.
                MOVE "Y" TO ws-scan-ok-switch.
                MOVE ZERO TO ws-scan-count.
                OPEN INPUT saydt08-file.
                IF ws-saydt08-status = "00"
                    MOVE "N" TO ws-eof-switch
                    PERFORM UNTIL ws-eof OR NOT ws-scan-ok
                        READ saydt08-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-scan-count
                                IF saydt08-record NOT NUMERIC
                                    MOVE "N" TO ws-scan-ok-switch
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE saydt08-file
                ELSE
                    IF ws-saydt08-status NOT = "35"
                        MOVE "N" TO ws-scan-ok-switch
                    END-IF
                END-IF.

            1220-COUNT-SAYDTOLD.
                MOVE ZERO TO ws-copy-count.
                OPEN INPUT saydtold-file.
                IF ws-saydtold-status = "00"
                    MOVE "N" TO ws-eof-switch
                    PERFORM UNTIL ws-eof
                        READ saydtold-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-copy-count
                        END-READ
                    END-PERFORM
                    CLOSE saydtold-file
                END-IF.

            1230-SCAN-SAYDRVDT-NEW.
                MOVE "Y" TO ws-scan-ok-switch.
                OPEN INPUT saydrvdt-file.
                IF ws-saydrvdt-status = "00"
                    MOVE "N" TO ws-eof-switch
                    PERFORM UNTIL ws-eof OR NOT ws-scan-ok
                        READ saydrvdt-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                IF saydrvdt-file-date NOT NUMERIC
                                    MOVE "N" TO ws-scan-ok-switch
                                END-IF
                                IF saydrvdt-post-start NOT = SPACES
                                    MOVE saydrvdt-post-start
                                        TO ws-stamp-check
                                    PERFORM 1800-CHECK-TIMESTAMP
                                END-IF
                                IF saydrvdt-post-end NOT = SPACES
                                    MOVE saydrvdt-post-end
                                        TO ws-stamp-check
                                    PERFORM 1800-CHECK-TIMESTAMP
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE saydrvdt-file
                ELSE
                    IF ws-saydrvdt-status NOT = "35"
                        MOVE "N" TO ws-scan-ok-switch
                    END-IF
                END-IF.

            1300-CHECK-SAYDRVCT.
                MOVE "SAYDRVCT" TO ws-conv-name.
                PERFORM 1310-SCAN-SAYDRVCT-OLD.
                IF ws-scan-ok AND ws-scan-count > ZERO
                    SET ws-act-convert TO TRUE
                ELSE
                    PERFORM 1320-COUNT-SAYDCOLD
                    IF ws-copy-count > ZERO
                        SET ws-act-rebuild TO TRUE
                    ELSE
                        PERFORM 1330-SCAN-SAYDRVCT-NEW
                        IF ws-scan-ok
                            SET ws-act-none TO TRUE
                        ELSE
                            SET ws-act-unknown TO TRUE
                        END-IF
                    END-IF
                END-IF.
                MOVE ws-action TO ws-saydrvct-action.
                PERFORM 1900-SHOW-ACTION.

            1310-SCAN-SAYDRVCT-OLD.
                *> The control dataset holds one record.  A current
                *> record is longer, so read in the old length it
                *> comes back as two.
                MOVE "Y" TO ws-scan-ok-switch.
                MOVE ZERO TO ws-scan-count.
                OPEN INPUT saydc55-file.
                IF ws-saydc55-status = "00"
                    MOVE "N" TO ws-eof-switch
                    PERFORM UNTIL ws-eof OR NOT ws-scan-ok
                        READ saydc55-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-scan-count
                                IF ws-scan-count > 1
                                   OR saydc55-record(1:26) NOT NUMERIC
                                    MOVE "N" TO ws-scan-ok-switch
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE saydc55-file
                ELSE
                    IF ws-saydc55-status NOT = "35"
                        MOVE "N" TO ws-scan-ok-switch
                    END-IF
                END-IF.

            1320-COUNT-SAYDCOLD.
                MOVE ZERO TO ws-copy-count.
                OPEN INPUT saydcold-file.
                IF ws-saydcold-status = "00"
                    MOVE "N" TO ws-eof-switch
                    PERFORM UNTIL ws-eof
                        READ saydcold-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-copy-count
                        END-READ
                    END-PERFORM
                    CLOSE saydcold-file
                END-IF.

            1330-SCAN-SAYDRVCT-NEW.
                MOVE "Y" TO ws-scan-ok-switch.
                MOVE ZERO TO ws-scan-count.
                OPEN INPUT saydrvct-file.
                IF ws-saydrvct-status = "00"
                    MOVE "N" TO ws-eof-switch
                    PERFORM UNTIL ws-eof OR NOT ws-scan-ok
                        READ saydrvct-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-scan-count
                                IF ws-scan-count > 1
                                   OR saydrvct-run-date NOT NUMERIC
                                   OR saydrvct-suppress-count
                                        NOT NUMERIC
                                    MOVE "N" TO ws-scan-ok-switch
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE saydrvct-file
                ELSE
                    IF ws-saydrvct-status NOT = "35"
                        MOVE "N" TO ws-scan-ok-switch
                    END-IF
                END-IF.

            1400-CHECK-SAYRCNCT.
                MOVE "SAYRCNCT" TO ws-conv-name.
                PERFORM 1410-SCAN-SAYRCNCT-OLD.
                IF ws-scan-ok AND ws-scan-count > ZERO
                    SET ws-act-convert TO TRUE
                ELSE
                    PERFORM 1420-COUNT-SAYRCOLD
                    IF ws-copy-count > ZERO
                        SET ws-act-rebuild TO TRUE
                    ELSE
                        PERFORM 1430-SCAN-SAYRCNCT-NEW
                        IF ws-scan-ok
                            SET ws-act-none TO TRUE
                        ELSE
                            SET ws-act-unknown TO TRUE
                        END-IF
                    END-IF
                END-IF.
                MOVE ws-action TO ws-sayrcnct-action.
                PERFORM 1900-SHOW-ACTION.

            1410-SCAN-SAYRCNCT-OLD.
                *> One record, the prior SAYRPT total alone.
                MOVE "Y" TO ws-scan-ok-switch.
                MOVE ZERO TO ws-scan-count.
                OPEN INPUT sayrc09-file.
                IF ws-sayrc09-status = "00"
                    MOVE "N" TO ws-eof-switch
                    PERFORM UNTIL ws-eof OR NOT ws-scan-ok
                        READ sayrc09-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-scan-count
                                IF ws-scan-count > 1
                                   OR sayrc09-record NOT NUMERIC
                                    MOVE "N" TO ws-scan-ok-switch
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE sayrc09-file
                ELSE
                    IF ws-sayrc09-status NOT = "35"
                        MOVE "N" TO ws-scan-ok-switch
                    END-IF
                END-IF.

            1420-COUNT-SAYRCOLD.
                MOVE ZERO TO ws-copy-count.
                OPEN INPUT sayrcold-file.
                IF ws-sayrcold-status = "00"
                    MOVE "N" TO ws-eof-switch
                    PERFORM UNTIL ws-eof
                        READ sayrcold-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-copy-count
                        END-READ
                    END-PERFORM
                    CLOSE sayrcold-file
                END-IF.

            1430-SCAN-SAYRCNCT-NEW.
                MOVE "Y" TO ws-scan-ok-switch.
                MOVE ZERO TO ws-scan-count.
                OPEN INPUT sayrcnct-file.
                IF ws-sayrcnct-status = "00"
                    MOVE "N" TO ws-eof-switch
                    PERFORM UNTIL ws-eof OR NOT ws-scan-ok
                        READ sayrcnct-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-scan-count
                                IF ws-scan-count > 1
                                   OR sayrcnct-rpt-details NOT NUMERIC
                                   OR sayrcnct-run-date NOT NUMERIC
                                   OR sayrcnct-day-count NOT NUMERIC
                                    MOVE "N" TO ws-scan-ok-switch
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE sayrcnct-file
                ELSE
                    IF ws-sayrcnct-status NOT = "35"
                        MOVE "N" TO ws-scan-ok-switch
                    END-IF
                END-IF.

            1800-CHECK-TIMESTAMP.
                *> A CURRENT-DATE timestamp - date and time digits,
                *> then the signed offset from Greenwich.
                IF ws-stamp-check(1:16) NOT NUMERIC
                   OR (ws-stamp-check(17:1) NOT = "+"
                       AND ws-stamp-check(17:1) NOT = "-")
                    MOVE "N" TO ws-scan-ok-switch
                END-IF.

            1850-CHECK-LOG-IMAGE.
                MOVE ws-log-timestamp TO ws-stamp-check.
                PERFORM 1800-CHECK-TIMESTAMP.
                IF ws-log-seq-no NOT NUMERIC
                   OR ws-log-prev-check NOT NUMERIC
                   OR ws-log-check-value NOT NUMERIC
                    MOVE "N" TO ws-scan-ok-switch
                END-IF.

            1900-SHOW-ACTION.
                EVALUATE TRUE
                    WHEN ws-act-convert
                        DISPLAY "SAYCONV - " ws-conv-name
                                " IN THE OLD LAYOUT, RECORDS="
                                ws-scan-count
                    WHEN ws-act-rebuild
                        DISPLAY "SAYCONV - " ws-conv-name
                                " TO BE REBUILT FROM ITS KEPT COPY, "
                                "RECORDS=" ws-copy-count
                    WHEN ws-act-none
                        DISPLAY "SAYCONV - " ws-conv-name
                                " CURRENT, EMPTY OR ABSENT - LEFT "
                                "AS IT IS"
                    WHEN OTHER
                        DISPLAY "SAYCONV - " ws-conv-name
                                " IS IN NEITHER LAYOUT"
                        SET ws-conv-refused TO TRUE
                END-EVALUATE.

            2000-CONVERT-SAYLOG.
                IF ws-saylog-convert
                    OPEN INPUT saylg91-file
                    OPEN OUTPUT saylgold-file
                    MOVE "N" TO ws-eof-switch
                    PERFORM UNTIL ws-eof
                        READ saylg91-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                WRITE saylgold-record
                                    FROM saylg91-record
                        END-READ
                    END-PERFORM
                    CLOSE saylg91-file saylgold-file
                END-IF.
                IF ws-saylog-convert OR ws-saylog-rebuild
                    *> Records logged before the chain was started
                    *> carry no message code and a zero sequence
                    *> number - saylgver starts the chain after them.
                    MOVE ZERO TO ws-record-count
                    OPEN INPUT saylgold-file
                    OPEN OUTPUT saylog-file
                    MOVE "N" TO ws-eof-switch
                    PERFORM UNTIL ws-eof
                        READ saylgold-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                MOVE saylgold-record TO ws-log-old-part
                                MOVE SPACES TO ws-log-msg-code
                                MOVE ZERO TO ws-log-seq-no
                                             ws-log-prev-check
                                             ws-log-check-value
                                WRITE saylog-record FROM ws-log-image
                                ADD 1 TO ws-record-count
                        END-READ
                    END-PERFORM
                    CLOSE saylgold-file saylog-file
                    MOVE "SAYLOG" TO ws-conv-name
                    PERFORM 2900-SHOW-CONVERTED
                END-IF.

            2100-CONVERT-SAYLGARC.
                IF ws-saylgarc-convert
                    OPEN INPUT sayla91-file
                    OPEN OUTPUT saylaold-file
                    MOVE "N" TO ws-eof-switch
                    PERFORM UNTIL ws-eof
                        READ sayla91-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                WRITE saylaold-record
                                    FROM sayla91-record
                        END-READ
                    END-PERFORM
                    CLOSE sayla91-file saylaold-file
                END-IF.
                IF ws-saylgarc-convert OR ws-saylgarc-rebuild
                    MOVE ZERO TO ws-record-count
                    OPEN INPUT saylaold-file
                    OPEN OUTPUT saylgarc-file
                    MOVE "N" TO ws-eof-switch
                    PERFORM UNTIL ws-eof
                        READ saylaold-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                MOVE saylaold-record TO ws-log-old-part
                                MOVE SPACES TO ws-log-msg-code
                                MOVE ZERO TO ws-log-seq-no
                                             ws-log-prev-check
                                             ws-log-check-value
                                WRITE saylgarc-record FROM ws-log-image
                                ADD 1 TO ws-record-count
                        END-READ
                    END-PERFORM
                    CLOSE saylaold-file saylgarc-file
                    MOVE "SAYLGARC" TO ws-conv-name
                    PERFORM 2900-SHOW-CONVERTED
                END-IF.

            2200-CONVERT-SAYDRVDT.
                IF ws-saydrvdt-convert
                    OPEN INPUT saydt08-file
                    OPEN OUTPUT saydtold-file
                    MOVE "N" TO ws-eof-switch
                    PERFORM UNTIL ws-eof
                        READ saydt08-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                WRITE saydtold-record
                                    FROM saydt08-record
                        END-READ
                    END-PERFORM
                    CLOSE saydt08-file saydtold-file
                END-IF.
                IF ws-saydrvdt-convert OR ws-saydrvdt-rebuild
                    *> No posting window was kept for these dates, so
                    *> saybkout cannot reverse them.
                    MOVE ZERO TO ws-record-count
                    OPEN INPUT saydtold-file
                    OPEN OUTPUT saydrvdt-file
                    MOVE "N" TO ws-eof-switch
                    PERFORM UNTIL ws-eof
                        READ saydtold-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                MOVE saydtold-record
                                    TO saydrvdt-file-date
                                MOVE SPACES TO saydrvdt-post-start
                                               saydrvdt-post-end
                                WRITE saydrvdt-record
                                ADD 1 TO ws-record-count
                        END-READ
                    END-PERFORM
                    CLOSE saydtold-file saydrvdt-file
                    MOVE "SAYDRVDT" TO ws-conv-name
                    PERFORM 2900-SHOW-CONVERTED
                END-IF.

            2300-CONVERT-SAYDRVCT.
                IF ws-saydrvct-convert
                    OPEN INPUT saydc55-file
                    OPEN OUTPUT saydcold-file
                    MOVE "N" TO ws-eof-switch
                    PERFORM UNTIL ws-eof
                        READ saydc55-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                WRITE saydcold-record
                                    FROM saydc55-record
                        END-READ
                    END-PERFORM
                    CLOSE saydc55-file saydcold-file
                END-IF.
                IF ws-saydrvct-convert OR ws-saydrvct-rebuild
                    MOVE ZERO TO ws-record-count
                    OPEN INPUT saydcold-file
                    OPEN OUTPUT saydrvct-file
                    MOVE "N" TO ws-eof-switch
                    PERFORM UNTIL ws-eof
                        READ saydcold-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                MOVE saydcold-record TO saydrvct-record
                                MOVE ZERO TO saydrvct-suppress-count
                                WRITE saydrvct-record
                                ADD 1 TO ws-record-count
                        END-READ
                    END-PERFORM
                    CLOSE saydcold-file saydrvct-file
                    MOVE "SAYDRVCT" TO ws-conv-name
                    PERFORM 2900-SHOW-CONVERTED
                END-IF.

            2400-CONVERT-SAYRCNCT.
                IF ws-sayrcnct-convert
                    OPEN INPUT sayrc09-file
                    OPEN OUTPUT sayrcold-file
                    MOVE "N" TO ws-eof-switch
                    PERFORM UNTIL ws-eof
                        READ sayrc09-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                WRITE sayrcold-record
                                    FROM sayrc09-record
                        END-READ
                    END-PERFORM
                    CLOSE sayrc09-file sayrcold-file
                END-IF.
                IF ws-sayrcnct-convert OR ws-sayrcnct-rebuild
                    *> The prior total is kept; with no run date the
                    *> carried growth matches no day, so sayburst
                    *> finds no count to prove against until the
                    *> next reconciliation writes one.
                    MOVE ZERO TO ws-record-count
                    OPEN INPUT sayrcold-file
                    OPEN OUTPUT sayrcnct-file
                    MOVE "N" TO ws-eof-switch
                    PERFORM UNTIL ws-eof
                        READ sayrcold-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                MOVE sayrcold-record
                                    TO sayrcnct-rpt-details
                                MOVE ZERO TO sayrcnct-run-date
                                             sayrcnct-day-count
                                MOVE SPACES TO sayrcnct-day-status
                                               sayrcnct-window-start
                                               sayrcnct-window-end
                                WRITE sayrcnct-record
                                ADD 1 TO ws-record-count
                        END-READ
                    END-PERFORM
                    CLOSE sayrcold-file sayrcnct-file
                    MOVE "SAYRCNCT" TO ws-conv-name
                    PERFORM 2900-SHOW-CONVERTED
                END-IF.

            2900-SHOW-CONVERTED.
                ADD 1 TO ws-dataset-count.
                DISPLAY "SAYCONV - " ws-conv-name
                        " CONVERTED, RECORDS=" ws-record-count.
