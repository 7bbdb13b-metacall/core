            IDENTIFICATION DIVISION.
            PROGRAM-ID. sayprev.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT sayprvpm-file ASSIGN TO "SAYPRVPM.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayprvpm-status.
                SELECT saytran-file ASSIGN TO "SAYTRAN.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saytran-status.
                SELECT saysusp-file ASSIGN TO "SAYSUSP.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saysusp-status.
                SELECT sayprvw-file ASSIGN TO "SAYPRVW.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayprvw-status.
                SELECT saypvrpt-file ASSIGN TO "SAYPVRPT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saypvrpt-status.
            DATA DIVISION.
            FILE SECTION.
            FD  sayprvpm-file.
            COPY sayprvpm.

            FD  saytran-file.
            COPY saytran.
            COPY saytrnct.

            FD  saysusp-file.
            COPY saysusp.

           *> Written by say during the preview session and read
           *> back here for the printed report - the flat file is
           *> the machine-readable half of the preview.
            FD  sayprvw-file.
            COPY sayprvw.

            FD  saypvrpt-file.
            01  saypvrpt-record             PIC X(132).

            WORKING-STORAGE SECTION.
            01  ws-sayprvpm-status   PIC X(2).
            01  ws-saytran-status    PIC X(2).
            01  ws-saysusp-status    PIC X(2).
            01  ws-sayprvw-status    PIC X(2).
            01  ws-saypvrpt-status   PIC X(2).
            01  ws-eof-switch        PIC X     VALUE "N".
                88 ws-eof                      VALUE "Y".
            01  ws-input-open-switch PIC X     VALUE "N".
                88 ws-input-open               VALUE "Y".
            01  ws-source            PIC X     VALUE "T".
                88 ws-source-suspense          VALUE "S".
            01  ws-current-timestamp PIC X(21).
            01  ws-as-of-date        PIC 9(8)  VALUE ZERO.
            01  ws-as-of-display     PIC X(8).
            01  ws-source-name       PIC X(8).
           *> Previewed under the same caller stamps saydrv posts
           *> with, so the SAYAUTH check gives the answer the live
           *> run will get.
            01  ws-caller-program    PIC X(8)  VALUE "SAYDRV".
            01  ws-say-return-code   PIC 9(2).
            01  ws-control-code      PIC X(4).
            01  ws-control-hello     PIC X(30) VALUE SPACES.
            01  ws-control-world     PIC X(30) VALUE SPACES.
            01  ws-control-locale    PIC X(3)  VALUE SPACES.
            01  ws-control-subst     PIC X(20) VALUE SPACES.
            01  ws-control-provider  PIC X(2)  VALUE SPACES.
           *> say may resolve the wording into its HELLO/WORLD
           *> arguments, so each transaction is passed through work
           *> copies rather than the input record itself.
            01  ws-prev-msg-code     PIC X(4).
            01  ws-prev-hello        PIC X(30).
            01  ws-prev-world        PIC X(30).
            01  ws-prev-locale       PIC X(3).
            01  ws-prev-subst        PIC X(20).
            01  ws-prev-provider     PIC X(2).
            01  ws-preview-count     PIC 9(9)  VALUE ZERO.
            01  ws-post-count        PIC 9(9)  VALUE ZERO.
            01  ws-missing-count     PIC 9(9)  VALUE ZERO.
            01  ws-violation-count   PIC 9(9)  VALUE ZERO.
            01  ws-suppressed-count  PIC 9(9)  VALUE ZERO.
            01  ws-fallback-count    PIC 9(9)  VALUE ZERO.
            01  ws-count-label       PIC X(40).
            01  ws-edit-count        PIC ZZZZ,ZZ9.

            01  ws-preview-heading.
                05  FILLER           PIC X(5)  VALUE "CODE ".
                05  FILLER           PIC X(4)  VALUE "LOC ".
                05  FILLER           PIC X(4)  VALUE "PR  ".
                05  FILLER           PIC X(9)  VALUE "CALLER ".
                05  FILLER           PIC X(3)  VALUE "RC ".
                05  FILLER           PIC X(3)  VALUE "FB ".
                05  FILLER           PIC X(3)  VALUE "VI ".
                05  FILLER           PIC X(31) VALUE "HELLO".
                05  FILLER           PIC X(31) VALUE "WORLD".
                05  FILLER           PIC X(20) VALUE "NAME".

            01  ws-preview-line.
                05  ws-pl-msg-code   PIC X(4).
                05  FILLER           PIC X     VALUE SPACE.
                05  ws-pl-locale     PIC X(3).
                05  FILLER           PIC X     VALUE SPACE.
                05  ws-pl-provider   PIC X(2).
                05  FILLER           PIC X(2)  VALUE SPACES.
                05  ws-pl-caller     PIC X(8).
                05  FILLER           PIC X     VALUE SPACE.
                05  ws-pl-rc         PIC 9(2).
                05  FILLER           PIC X     VALUE SPACE.
                05  ws-pl-fallback   PIC X.
                05  FILLER           PIC X(2)  VALUE SPACES.
                05  ws-pl-violation  PIC X.
                05  FILLER           PIC X(2)  VALUE SPACES.
                05  ws-pl-hello      PIC X(30).
                05  FILLER           PIC X     VALUE SPACE.
                05  ws-pl-world      PIC X(30).
                05  FILLER           PIC X     VALUE SPACE.
                05  ws-pl-subst      PIC X(20).

            PROCEDURE DIVISION.
            0000-MAIN.
                PERFORM 1000-INITIALIZE.
                IF ws-input-open
                    PERFORM 2000-PREVIEW-TRANSACTIONS
                        UNTIL ws-eof
                    MOVE "*END" TO ws-control-code
                    PERFORM 2300-CALL-SAY-CONTROL
                    PERFORM 3000-PRINT-PREVIEW
                END-IF.
                PERFORM 8000-WRITE-TOTALS.
                PERFORM 9000-TERMINATE.
                STOP RUN.

            1000-INITIALIZE.
                *> Deliberately outside the SAYRUNCT chain guard -
                *> a preview changes nothing, so it can be run as
                *> often as the business likes ahead of the night.
                MOVE FUNCTION CURRENT-DATE TO ws-current-timestamp.
                MOVE ws-current-timestamp(1:8) TO ws-as-of-date.
                OPEN INPUT sayprvpm-file.
                IF ws-sayprvpm-status = "00"
                    READ sayprvpm-file
                        NOT AT END
                            IF sayprvpm-as-of-date NUMERIC
                               AND sayprvpm-as-of-date > ZERO
                                MOVE sayprvpm-as-of-date
                                    TO ws-as-of-date
                            END-IF
                            IF sayprvpm-source = "S"
                                MOVE "S" TO ws-source
                            END-IF
                    END-READ
                    CLOSE sayprvpm-file
                END-IF.
                MOVE ws-as-of-date TO ws-as-of-display.
                OPEN OUTPUT saypvrpt-file.
                IF ws-source-suspense
                    MOVE "SAYSUSP" TO ws-source-name
                    MOVE "SAYRESUB" TO ws-caller-program
                    OPEN INPUT saysusp-file
                    IF ws-saysusp-status = "00"
                        SET ws-input-open TO TRUE
                    END-IF
                ELSE
                    MOVE "SAYTRAN" TO ws-source-name
                    OPEN INPUT saytran-file
                    IF ws-saytran-status = "00"
                        SET ws-input-open TO TRUE
                    END-IF
                END-IF.
                MOVE SPACES TO saypvrpt-record.
                STRING "1SAY RUN PREVIEW - AS-OF DATE "
                        ws-as-of-display
                        "  SOURCE " ws-source-name
                        "  (NOTHING IS POSTED)"
                    DELIMITED BY SIZE INTO saypvrpt-record
                END-STRING.
                WRITE saypvrpt-record.
                IF ws-input-open
                    MOVE "*PVB" TO ws-control-code
                    PERFORM 2300-CALL-SAY-CONTROL
                    *> A refused preview session leaves say in its
                    *> normal mode, where every call would post -
                    *> so nothing is passed to it at all.
                    IF ws-say-return-code NOT = ZERO
                        IF ws-source-suspense
                            CLOSE saysusp-file
                        ELSE
                            CLOSE saytran-file
                        END-IF
                        MOVE "N" TO ws-input-open-switch
                        MOVE SPACES TO saypvrpt-record
                        STRING " ** PREVIEW SESSION REFUSED BY SAY"
                               " - NOTHING PREVIEWED"
                            DELIMITED BY SIZE INTO saypvrpt-record
                        END-STRING
                        WRITE saypvrpt-record
                    END-IF
                ELSE
                    MOVE SPACES TO saypvrpt-record
                    STRING " ** " ws-source-name
                           " FILE NOT AVAILABLE - NOTHING PREVIEWED"
                        DELIMITED BY SIZE INTO saypvrpt-record
                    END-STRING
                    WRITE saypvrpt-record
                END-IF.

            2000-PREVIEW-TRANSACTIONS.
                IF ws-source-suspense
                    READ saysusp-file
                        AT END
                            SET ws-eof TO TRUE
                        NOT AT END
                            MOVE saysusp-msg-code TO ws-prev-msg-code
                            MOVE saysusp-hello TO ws-prev-hello
                            MOVE saysusp-world TO ws-prev-world
                            MOVE saysusp-locale-code
                                TO ws-prev-locale
                            MOVE saysusp-subst-name TO ws-prev-subst
                            MOVE saysusp-provider TO ws-prev-provider
                            PERFORM 2100-CALL-SAY-PREVIEW
                    END-READ
                ELSE
                    READ saytran-file
                        AT END
                            SET ws-eof TO TRUE
                        NOT AT END
                            IF saytran-hdr-id NOT = "HDR*"
                               AND saytran-trl-id NOT = "TRL*"
                                MOVE saytran-msg-code
                                    TO ws-prev-msg-code
                                MOVE saytran-hello TO ws-prev-hello
                                MOVE saytran-world TO ws-prev-world
                                MOVE saytran-locale-code
                                    TO ws-prev-locale
                                MOVE saytran-subst-name
                                    TO ws-prev-subst
                                MOVE saytran-provider
                                    TO ws-prev-provider
                                PERFORM 2100-CALL-SAY-PREVIEW
                            END-IF
                    END-READ
                END-IF.

            2100-CALL-SAY-PREVIEW.
                ADD 1 TO ws-preview-count.
                CALL "say" USING ws-prev-msg-code ws-prev-hello
                        ws-prev-world ws-caller-program
                        ws-say-return-code ws-prev-locale
                        ws-prev-subst ws-prev-provider
                END-CALL.

            2300-CALL-SAY-CONTROL.
                CALL "say" USING ws-control-code ws-control-hello
                        ws-control-world ws-caller-program
                        ws-say-return-code ws-control-locale
                        ws-control-subst ws-control-provider
                END-CALL.

            3000-PRINT-PREVIEW.
                MOVE ws-preview-heading TO saypvrpt-record(2:131).
                MOVE SPACE TO saypvrpt-record(1:1).
                WRITE saypvrpt-record.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT sayprvw-file.
                IF ws-sayprvw-status NOT = "00"
                    SET ws-eof TO TRUE
                END-IF.
                PERFORM UNTIL ws-eof
                    READ sayprvw-file
                        AT END
                            SET ws-eof TO TRUE
                        NOT AT END
                            PERFORM 3100-PRINT-ONE-PREVIEW
                    END-READ
                END-PERFORM.
                IF ws-sayprvw-status NOT = "35"
                    CLOSE sayprvw-file
                END-IF.

            3100-PRINT-ONE-PREVIEW.
                EVALUATE sayprvw-return-code
                    WHEN ZERO
                        ADD 1 TO ws-post-count
                    WHEN 4
                        ADD 1 TO ws-missing-count
                    WHEN 8
                        ADD 1 TO ws-violation-count
                    WHEN 12
                        ADD 1 TO ws-suppressed-count
                END-EVALUATE.
                IF sayprvw-fallback-flag = "Y"
                    ADD 1 TO ws-fallback-count
                END-IF.
                MOVE sayprvw-msg-code TO ws-pl-msg-code.
                MOVE sayprvw-locale-code TO ws-pl-locale.
                MOVE sayprvw-provider TO ws-pl-provider.
                MOVE sayprvw-caller-program TO ws-pl-caller.
                MOVE sayprvw-return-code TO ws-pl-rc.
                MOVE sayprvw-fallback-flag TO ws-pl-fallback.
                MOVE sayprvw-violation-flag TO ws-pl-violation.
                MOVE sayprvw-hello TO ws-pl-hello.
                MOVE sayprvw-world TO ws-pl-world.
                MOVE sayprvw-subst-name TO ws-pl-subst.
                MOVE SPACES TO saypvrpt-record.
                MOVE ws-preview-line TO saypvrpt-record(2:131).
                WRITE saypvrpt-record.

            8000-WRITE-TOTALS.
                MOVE SPACES TO saypvrpt-record.
                WRITE saypvrpt-record.
                MOVE "TRANSACTIONS PREVIEWED" TO ws-count-label.
                MOVE ws-preview-count TO ws-edit-count.
                PERFORM 8100-WRITE-COUNT-LINE.
                MOVE "WOULD POST (RETURN CODE 00)" TO ws-count-label.
                MOVE ws-post-count TO ws-edit-count.
                PERFORM 8100-WRITE-COUNT-LINE.
                MOVE "WOULD SUSPEND - MISSING WORDING (04)"
                    TO ws-count-label.
                MOVE ws-missing-count TO ws-edit-count.
                PERFORM 8100-WRITE-COUNT-LINE.
                MOVE "WOULD SUSPEND - SAYAUTH VIOLATION (08)"
                    TO ws-count-label.
                MOVE ws-violation-count TO ws-edit-count.
                PERFORM 8100-WRITE-COUNT-LINE.
                MOVE "WOULD BE SUPPRESSED - SAYSUPP (12)"
                    TO ws-count-label.
                MOVE ws-suppressed-count TO ws-edit-count.
                PERFORM 8100-WRITE-COUNT-LINE.
                MOVE "WOULD FALL BACK TO ENGLISH WORDING"
                    TO ws-count-label.
                MOVE ws-fallback-count TO ws-edit-count.
                PERFORM 8100-WRITE-COUNT-LINE.

            8100-WRITE-COUNT-LINE.
                MOVE SPACES TO saypvrpt-record.
                STRING " " ws-count-label " " ws-edit-count
                    DELIMITED BY SIZE INTO saypvrpt-record
                END-STRING.
                WRITE saypvrpt-record.

            9000-TERMINATE.
                IF ws-input-open
                    IF ws-source-suspense
                        CLOSE saysusp-file
                    ELSE
                        CLOSE saytran-file
                    END-IF
                END-IF.
                CLOSE saypvrpt-file.
                DISPLAY "SAYPREV - AS-OF=" ws-as-of-display
                        " SOURCE=" ws-source-name
                        " PREVIEWED=" ws-preview-count
                        " MISSING=" ws-missing-count
                        " VIOLATIONS=" ws-violation-count.
                *> Warning, not failure - the preview did its job;
                *> the 4 tells the scheduler someone should read it.
                IF NOT ws-input-open
                    MOVE 8 TO RETURN-CODE
                ELSE
                    IF ws-missing-count > ZERO
                       OR ws-violation-count > ZERO
                       OR ws-fallback-count > ZERO
                        MOVE 4 TO RETURN-CODE
                    END-IF
                END-IF.
