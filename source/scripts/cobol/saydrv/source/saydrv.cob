            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT saytran-file ASSIGN USING ws-saytran-dsname
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saytran-status.
                SELECT saychkpt-file ASSIGN USING ws-saychkpt-dsname
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saychkpt-status.
                SELECT saysusp-file ASSIGN USING ws-saysusp-dsname
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saysusp-status.
                SELECT saysuspo-file ASSIGN TO "SAYSUSPO.DAT"
                SELECT saydrvpm-file ASSIGN TO "SAYDRVPM.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saydrvpm-status.
                SELECT saydrvct-file ASSIGN USING ws-saydrvct-dsname
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saydrvct-status.
                SELECT saydrvdt-file ASSIGN USING ws-saydrvdt-dsname
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saydrvdt-status.
                SELECT saydrvds-file ASSIGN USING ws-saydrvds-dsname
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saydrvds-status.
                SELECT saydrvdo-file ASSIGN USING ws-saydrvdo-dsname
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saydrvdo-status.
            DATA DIVISION.
            FILE SECTION.
            FD  saytran-file.
            FD  saydrvdt-file.
            COPY saydrvdt.

            FD  saydrvds-file.
            COPY saydrvds.

            FD  saydrvdo-file.
            01  saydrvdo-record         PIC X(99).

            WORKING-STORAGE SECTION.
            01  ws-saytran-status    PIC X(2).
            01  ws-saychkpt-status   PIC X(2).
            01  ws-saydrvpm-status   PIC X(2).
            01  ws-saydrvct-status   PIC X(2).
            01  ws-saydrvdt-status   PIC X(2).
            01  ws-saydrvds-status   PIC X(2).
            01  ws-saydrvdo-status   PIC X(2).
           *> Dataset names.  A partitioned run - saysplit has cut
           *> SAYTRAN into streams and this instance was started
           *> with the stream id nn as its PARM - posts stream nn
           *> from SAYTRNnn into its own SAYCKPnn, SAYSUSnn,
           *> SAYDCTnn, SAYDDSnn (SAYDDOnn work), and SAYDDTnn, and
           *> say writes the stream's own log and report datasets.
           *> saydrvmg merges the finished streams back.
            01  ws-saytran-dsname    PIC X(12) VALUE "SAYTRAN.DAT".
            01  ws-saychkpt-dsname   PIC X(12) VALUE "SAYCKPT.DAT".
            01  ws-saysusp-dsname    PIC X(12) VALUE "SAYSUSP.DAT".
            01  ws-saydrvct-dsname   PIC X(12) VALUE "SAYDRVCT.DAT".
            01  ws-saydrvdt-dsname   PIC X(12) VALUE "SAYDRVDT.DAT".
            01  ws-saydrvds-dsname   PIC X(12) VALUE "SAYDRVDS.DAT".
            01  ws-saydrvdo-dsname   PIC X(12) VALUE "SAYDRVDO.DAT".
            01  ws-stream-parm       PIC X(8)  VALUE SPACES.
            01  ws-stream-id         PIC X(2)  VALUE SPACES.
                88 ws-partition-run            VALUE "01" "02" "03".
            01  ws-eof-switch        PIC X     VALUE "N".
                88 ws-eof                      VALUE "Y".
            01  ws-tran-opened-switch PIC X    VALUE "N".
                88 ws-tran-opened              VALUE "Y".
            01  ws-susp-opened-switch PIC X    VALUE "N".
                88 ws-susp-opened              VALUE "Y".
            01  ws-drvds-opened-switch PIC X   VALUE "N".
                88 ws-drvds-opened             VALUE "Y".
            01  ws-scan-eof-switch   PIC X     VALUE "N".
                88 ws-scan-eof                 VALUE "Y".
            01  ws-run-mode          PIC X     VALUE "N".
            01  ws-record-count      PIC 9(9)  VALUE ZERO.
            01  ws-restart-count     PIC 9(9)  VALUE ZERO.
            01  ws-skip-count        PIC 9(9)  VALUE ZERO.
            01  ws-kept-count        PIC 9(9)  VALUE ZERO.
            01  ws-caller-program    PIC X(8)  VALUE "SAYDRV".
           *> Start of the posting window recorded on SAYDRVDT -
           *> the first checkpoint of the run, carried over a
           *> restart so the window covers the abended leg too.
            01  ws-post-start        PIC X(21) VALUE SPACES.
            01  ws-say-return-code   PIC 9(2).
            01  ws-reject-count      PIC 9(9)  VALUE ZERO.
           *> Transactions say stopped on the SAYSUPP do-not-greet
           *> list (return code 12).  They are a final disposition,
           *> not a failure, so they are never suspended - a
           *> resubmit would only be stopped again.
            01  ws-suppress-count    PIC 9(9)  VALUE ZERO.
            01  ws-suppressed-rc     PIC 9(2)  VALUE 12.
           *> Control fields for say's *BGN/*END session calls, which
           *> hold its datasets open across the whole run instead of
           *> opening and closing them on every transaction.
           *> guard.  A resubmit (suspense) run is a day-time
           *> data-control action, not a link of the nightly
           *> chain, so it bypasses the guard the same way it
           *> skips the control totals.  A partition stream runs
           *> as SAYDRVnn after SAYSPLIT; the SAYDRV stamp itself
           *> then belongs to the saydrvmg merge.
            01  ws-run-refused-switch PIC X    VALUE "N".
                88 ws-run-refused              VALUE "Y".
            01  ws-runc-function     PIC X(3).

            1000-INITIALIZE.
                PERFORM 1050-READ-RUN-PARM.
                PERFORM 1060-READ-STREAM-PARM.
                IF NOT ws-rerun-mode AND NOT ws-run-refused
                    PERFORM 0100-CHECK-RUN-CONTROL
                END-IF.
                IF ws-run-refused
                    CLOSE saydrvpm-file
                END-IF.

            1060-READ-STREAM-PARM.
                *> The stream id comes from the step PARM rather
                *> than the SAYDRVPM card because the stream runs
                *> are started side by side from one card deck.
                ACCEPT ws-stream-parm FROM COMMAND-LINE.
                IF ws-stream-parm NOT = SPACES
                    MOVE ws-stream-parm(1:2) TO ws-stream-id
                    IF NOT ws-partition-run
                       OR ws-stream-parm(3:6) NOT = SPACES
                        SET ws-run-refused TO TRUE
                        DISPLAY "SAYDRV - INVALID STREAM PARM "
                                ws-stream-parm
                    ELSE
                        IF ws-rerun-mode
                            SET ws-run-refused TO TRUE
                            DISPLAY "SAYDRV - A RESUBMIT RUN IS NOT "
                                    "PARTITIONED"
                        ELSE
                            PERFORM 1070-NAME-STREAM-DATASETS
                        END-IF
                    END-IF
                END-IF.

            1070-NAME-STREAM-DATASETS.
                DISPLAY "SAYDRV - PARTITION STREAM " ws-stream-id.
                STRING "SAYDRV" ws-stream-id
                    DELIMITED BY SIZE INTO ws-runc-job-name
                END-STRING.
                MOVE "SAYSPLIT" TO ws-runc-pred-name.
                MOVE ws-stream-id TO ws-control-provider.
                MOVE SPACES TO ws-saytran-dsname ws-saychkpt-dsname
                     ws-saysusp-dsname ws-saydrvct-dsname
                     ws-saydrvds-dsname ws-saydrvdo-dsname.
                STRING "SAYTRN" ws-stream-id ".DAT"
                    DELIMITED BY SIZE INTO ws-saytran-dsname
                END-STRING.
                STRING "SAYCKP" ws-stream-id ".DAT"
                    DELIMITED BY SIZE INTO ws-saychkpt-dsname
                END-STRING.
                STRING "SAYSUS" ws-stream-id ".DAT"
                    DELIMITED BY SIZE INTO ws-saysusp-dsname
                END-STRING.
                STRING "SAYDCT" ws-stream-id ".DAT"
                    DELIMITED BY SIZE INTO ws-saydrvct-dsname
                END-STRING.
                STRING "SAYDDS" ws-stream-id ".DAT"
                    DELIMITED BY SIZE INTO ws-saydrvds-dsname
                END-STRING.
                STRING "SAYDDO" ws-stream-id ".DAT"
                    DELIMITED BY SIZE INTO ws-saydrvdo-dsname
                END-STRING.

            1100-FIND-RESTART-POINT.
                OPEN INPUT saychkpt-file.
                IF ws-saychkpt-status = "00"
                        IF ws-saychkpt-status = "00"
                            MOVE saychkpt-records-read
                                TO ws-restart-count
                            IF ws-post-start = SPACES
                                MOVE saychkpt-timestamp
                                    TO ws-post-start
                            END-IF
                        END-IF
                    END-PERFORM
                    CLOSE saychkpt-file
                    END-READ
                END-PERFORM.

            1250-OPEN-DISPOSITIONS.
                *> A restart resumes at the last checkpoint, so any
                *> dispositions the abended run wrote past it would
                *> be written again - keep only the ones up to the
                *> restart point, then carry on appending.
                IF ws-restart-count > ZERO
                    OPEN INPUT saydrvds-file
                    OPEN OUTPUT saydrvdo-file
                    IF ws-saydrvds-status = "00"
                        MOVE "N" TO ws-scan-eof-switch
                        PERFORM UNTIL ws-scan-eof
                                OR ws-kept-count >= ws-restart-count
                            READ saydrvds-file
                                AT END
                                    SET ws-scan-eof TO TRUE
                                NOT AT END
                                    IF saydrvds-file-date
                                            = ws-file-date
                                        ADD 1 TO ws-kept-count
                                        WRITE saydrvdo-record
                                            FROM saydrvds-record
                                    END-IF
                            END-READ
                        END-PERFORM
                        CLOSE saydrvds-file
                    END-IF
                    CLOSE saydrvdo-file
                    OPEN INPUT saydrvdo-file
                    OPEN OUTPUT saydrvds-file
                    MOVE "N" TO ws-scan-eof-switch
                    PERFORM UNTIL ws-scan-eof
                        READ saydrvdo-file
                            AT END
                                SET ws-scan-eof TO TRUE
                            NOT AT END
                                WRITE saydrvds-record
                                    FROM saydrvdo-record
                        END-READ
                    END-PERFORM
                    CLOSE saydrvdo-file
                ELSE
                    OPEN OUTPUT saydrvds-file
                END-IF.
                SET ws-drvds-opened TO TRUE.

            1300-OPEN-SUSPENSE-INPUT.
                DISPLAY "SAYDRV - RESUBMITTING SUSPENSE RECORDS".
                *> Resubmit postings carry their own caller stamp so
                    IF NOT ws-file-refused
                        PERFORM 1100-FIND-RESTART-POINT
                        PERFORM 1200-SKIP-PROCESSED-RECORDS
                        PERFORM 1250-OPEN-DISPOSITIONS
                    END-IF
                ELSE
                    MOVE "SAYTRAN FILE NOT AVAILABLE"
                IF ws-saychkpt-status = "35"
                    OPEN OUTPUT saychkpt-file
                END-IF.
                *> A fresh run opens its posting window with a
                *> zero-count checkpoint, which a restart then
                *> finds as the first record on SAYCKPT.
                IF ws-tran-opened AND NOT ws-file-refused
                   AND ws-post-start = SPACES
                    PERFORM 3000-WRITE-CHECKPOINT
                    MOVE saychkpt-timestamp TO ws-post-start
                END-IF.
                OPEN EXTEND saysusp-file.
                IF ws-saysusp-status = "35"
                    OPEN OUTPUT saysusp-file
                        ws-say-return-code saytran-locale-code
                        saytran-subst-name saytran-provider
                END-CALL.
                EVALUATE ws-say-return-code
                    WHEN ZERO
                        CONTINUE
                    WHEN ws-suppressed-rc
                        ADD 1 TO ws-suppress-count
                    WHEN OTHER
                        ADD 1 TO ws-reject-count
                        PERFORM 2200-WRITE-SUSPENSE
                        DISPLAY "SAYDRV - SAY RETURNED A NON-ZERO "
                                "RETURN CODE FOR TRANSACTION "
                                ws-record-count
                END-EVALUATE.
                PERFORM 2250-WRITE-DISPOSITION.
                IF FUNCTION MOD(ws-record-count ws-checkpoint-every)
                        = 0
                    PERFORM 3000-WRITE-CHECKPOINT
                        ws-say-return-code saysusp-locale-code
                        saysusp-subst-name saysusp-provider
                END-CALL.
                EVALUATE ws-say-return-code
                    WHEN ZERO
                        CONTINUE
                    WHEN ws-suppressed-rc
                        ADD 1 TO ws-suppress-count
                    WHEN OTHER
                        ADD 1 TO ws-reject-count
                        MOVE ws-say-return-code
                            TO saysusp-return-code
                        WRITE saysuspo-record FROM saysusp-record
                        DISPLAY "SAYDRV - SAY RETURNED A NON-ZERO "
                                "RETURN CODE FOR SUSPENSE RECORD "
                                ws-record-count
                END-EVALUATE.

            2200-WRITE-SUSPENSE.
                MOVE saytran-msg-code TO saysusp-msg-code.
                MOVE ws-say-return-code TO saysusp-return-code.
                WRITE saysusp-record.

            2250-WRITE-DISPOSITION.
                MOVE ws-file-date TO saydrvds-file-date.
                MOVE saytran-msg-code TO saydrvds-msg-code.
                MOVE saytran-hello TO saydrvds-hello.
                MOVE saytran-world TO saydrvds-world.
                MOVE saytran-locale-code TO saydrvds-locale-code.
                MOVE saytran-subst-name TO saydrvds-subst-name.
                MOVE saytran-provider TO saydrvds-provider.
                MOVE ws-say-return-code TO saydrvds-return-code.
                WRITE saydrvds-record.

            2300-CALL-SAY-CONTROL.
                CALL "say" USING ws-control-code ws-control-hello
                        ws-control-world ws-caller-program
                        END-IF
                    ELSE
                        CLOSE saytran-file saychkpt-file saysusp-file
                        IF ws-drvds-opened
                            CLOSE saydrvds-file
                        END-IF
                        *> A refused run posted nothing, so the
                        *> restart checkpoint from any earlier
                        *> abended run must survive for the
                    END-IF
                    DISPLAY "SAYDRV - TRANSACTIONS=" ws-record-count
                            " REJECTS=" ws-reject-count
                            " SUPPRESSED=" ws-suppress-count
                    IF ws-file-refused
                        MOVE 8 TO RETURN-CODE
                    END-IF
                MOVE ws-current-timestamp(1:8) TO saydrvct-run-date.
                MOVE ws-record-count TO saydrvct-tran-count.
                MOVE ws-reject-count TO saydrvct-reject-count.
                MOVE ws-suppress-count TO saydrvct-suppress-count.
                MOVE ws-current-timestamp TO saydrvct-timestamp.
                IF ws-file-refused
                    MOVE "REFUSED" TO saydrvct-disposition
                CLOSE saydrvct-file.

            9200-RECORD-PROCESSED-DATE.
                *> A stream's posting window goes to its own SAYDDTnn
                *> - the file date only becomes processed on SAYDRVDT
                *> when saydrvmg has merged every stream.
                IF ws-partition-run
                    MOVE SPACES TO ws-saydrvdt-dsname
                    STRING "SAYDDT" ws-stream-id ".DAT"
                        DELIMITED BY SIZE INTO ws-saydrvdt-dsname
                    END-STRING
                    OPEN OUTPUT saydrvdt-file
                ELSE
                    OPEN EXTEND saydrvdt-file
                    IF ws-saydrvdt-status = "35"
                        OPEN OUTPUT saydrvdt-file
                    END-IF
                END-IF.
                MOVE ws-file-date TO saydrvdt-file-date.
                MOVE ws-post-start TO saydrvdt-post-start.
                MOVE FUNCTION CURRENT-DATE TO saydrvdt-post-end.
                WRITE saydrvdt-record.
                CLOSE saydrvdt-file.

