            IDENTIFICATION DIVISION.
            PROGRAM-ID. saydrvmg.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT saysplct-file ASSIGN TO "SAYSPLCT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saysplct-status.
                SELECT saydrvct-file ASSIGN USING ws-saydrvct-dsname
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saydrvct-status.
                SELECT saydrvdt-file ASSIGN USING ws-saydrvdt-dsname
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saydrvdt-status.
                SELECT saylog-file ASSIGN USING ws-saylog-dsname
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saylog-status.
                SELECT sayrpt-file ASSIGN USING ws-sayrpt-dsname
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayrpt-status.
                SELECT sayrptc-file ASSIGN USING ws-sayrptc-dsname
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayrptc-status.
                SELECT saylgsq-file ASSIGN USING ws-saylgsq-dsname
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saylgsq-status.
                SELECT saysrt8-file ASSIGN TO "SAYSRT8.DAT".
                SELECT saydrvds-file ASSIGN TO "SAYDRVDS.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saydrvds-status.
                SELECT saysusp-file ASSIGN TO "SAYSUSP.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saysusp-status.
                SELECT saysuplg-file ASSIGN TO "SAYSUPLG.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saysuplg-status.
                SELECT sayviol-file ASSIGN TO "SAYVIOL.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayviol-status.
                SELECT sayfallb-file ASSIGN TO "SAYFALLB.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayfallb-status.
                SELECT saypds-file ASSIGN USING ws-part-dsname
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-part-status.
                SELECT saypsu-file ASSIGN USING ws-part-dsname
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-part-status.
                SELECT saypsl-file ASSIGN USING ws-part-dsname
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-part-status.
                SELECT saypvi-file ASSIGN USING ws-part-dsname
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-part-status.
                SELECT saypfb-file ASSIGN USING ws-part-dsname
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-part-status.
                SELECT saymgckp-file ASSIGN TO "SAYMGCKP.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saymgckp-status.
                SELECT saylgwrk-file ASSIGN TO "SAYLGWRK.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saylgwrk-status.
                SELECT sayrpwrk-file ASSIGN TO "SAYRPWRK.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayrpwrk-status.
                SELECT saysuwrk-file ASSIGN TO "SAYSUWRK.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saysuwrk-status.
                SELECT sayslwrk-file ASSIGN TO "SAYSLWRK.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayslwrk-status.
                SELECT sayviwrk-file ASSIGN TO "SAYVIWRK.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayviwrk-status.
                SELECT sayfbwrk-file ASSIGN TO "SAYFBWRK.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayfbwrk-status.
                SELECT saydtwrk-file ASSIGN TO "SAYDTWRK.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saydtwrk-status.
            DATA DIVISION.
            FILE SECTION.
            FD  saysplct-file.
            COPY saysplct.

           *> SAYDRVCT, SAYDRVDT, SAYLOG, SAYRPT, SAYRPTCT, and
           *> SAYLGSEQ are each read under a stream's dataset name
           *> and later written under the normal one.
            FD  saydrvct-file.
            COPY saydrvct.

            FD  saydrvdt-file.
            COPY saydrvdt.

            FD  saylog-file.
            COPY saylog.

            FD  sayrpt-file.
            COPY sayrpt.

            FD  sayrptc-file.
            COPY sayrptc.

            FD  saylgsq-file.
            COPY saylgsq.

           *> Every stream's SAYLOG records, put back in timestamp
           *> order.  Ties keep the stream order, and within a
           *> stream the order say wrote them in.
            SD  saysrt8-file.
            01  saysrt8-record.
                05  saysrt8-timestamp       PIC X(21).
                05  saysrt8-stream          PIC X(2).
                05  saysrt8-stream-seq      PIC 9(9).
                05  saysrt8-log-image       PIC X(125).

            FD  saydrvds-file.
            COPY saydrvds.

            FD  saysusp-file.
            COPY saysusp.

            FD  saysuplg-file.
            COPY saysuplg.

            FD  sayviol-file.
            COPY sayviol.

            FD  sayfallb-file.
            COPY sayfallb.

           *> The stream copies of the datasets that are simply
           *> appended in stream order - the order of the collated
           *> SAYTRAN, which saycoll builds provider by provider.
            FD  saypds-file.
            01  saypds-record           PIC X(99).

            FD  saypsu-file.
            01  saypsu-record           PIC X(91).

            FD  saypsl-file.
            01  saypsl-record           PIC X(80).

            FD  saypvi-file.
            01  saypvi-record           PIC X(36).

            FD  saypfb-file.
            01  saypfb-record           PIC X(36).

            FD  saymgckp-file.
            COPY saymgckp.

           *> Work copies used to cut a dataset back to its merge
           *> checkpoint count.  Each dataset has its own, so a rerun
           *> interrupted while copying back still finds the kept
           *> records intact.
            FD  saylgwrk-file.
            01  saylgwrk-record          PIC X(125).

            FD  sayrpwrk-file.
            01  sayrpwrk-record          PIC X(132).

            FD  saysuwrk-file.
            01  saysuwrk-record          PIC X(91).

            FD  sayslwrk-file.
            01  sayslwrk-record          PIC X(80).

            FD  sayviwrk-file.
            01  sayviwrk-record          PIC X(36).

            FD  sayfbwrk-file.
            01  sayfbwrk-record          PIC X(36).

            FD  saydtwrk-file.
            01  saydtwrk-record          PIC X(50).

            WORKING-STORAGE SECTION.
            01  ws-saysplct-status   PIC X(2).
            01  ws-saydrvct-status   PIC X(2).
            01  ws-saydrvdt-status   PIC X(2).
            01  ws-saylog-status     PIC X(2).
            01  ws-sayrpt-status     PIC X(2).
            01  ws-sayrptc-status    PIC X(2).
            01  ws-saylgsq-status    PIC X(2).
            01  ws-saydrvds-status   PIC X(2).
            01  ws-saysusp-status    PIC X(2).
            01  ws-saysuplg-status   PIC X(2).
            01  ws-sayviol-status    PIC X(2).
            01  ws-sayfallb-status   PIC X(2).
            01  ws-part-status       PIC X(2).
            01  ws-saymgckp-status   PIC X(2).
            01  ws-saylgwrk-status   PIC X(2).
            01  ws-sayrpwrk-status   PIC X(2).
            01  ws-saysuwrk-status   PIC X(2).
            01  ws-sayslwrk-status   PIC X(2).
            01  ws-sayviwrk-status   PIC X(2).
            01  ws-sayfbwrk-status   PIC X(2).
            01  ws-saydtwrk-status   PIC X(2).
            01  ws-saydrvct-dsname   PIC X(12).
            01  ws-saydrvdt-dsname   PIC X(12).
            01  ws-saylog-dsname     PIC X(12).
            01  ws-sayrpt-dsname     PIC X(12).
            01  ws-sayrptc-dsname    PIC X(12).
            01  ws-saylgsq-dsname    PIC X(12).
            01  ws-part-dsname       PIC X(12).
            01  ws-dsname-prefix     PIC X(6).
            01  ws-eof-switch        PIC X     VALUE "N".
                88 ws-eof                      VALUE "Y".
            01  ws-merge-refused-switch PIC X VALUE "N".
                88 ws-merge-refused            VALUE "Y".
            01  ws-refuse-reason     PIC X(40).
            01  ws-current-timestamp PIC X(21).
            01  ws-stream-sub        PIC 9(1)  COMP.
            01  ws-stream-id         PIC 9(2).
            01  ws-file-date         PIC 9(8)  VALUE ZERO.
            01  ws-split-count       PIC 9(9)  VALUE ZERO.
            01  ws-stream-count      PIC 9(9)  OCCURS 3 TIMES.
            01  ws-tran-count        PIC 9(9)  VALUE ZERO.
            01  ws-reject-count      PIC 9(9)  VALUE ZERO.
            01  ws-suppress-count    PIC 9(9)  VALUE ZERO.
            01  ws-post-start        PIC X(21) VALUE SPACES.
            01  ws-log-count         PIC 9(9)  VALUE ZERO.
            01  ws-rpt-line-count    PIC 9(9)  VALUE ZERO.
            01  ws-rpt-page-count    PIC 9(9)  VALUE ZERO.
            01  ws-rpt-detail-count  PIC 9(9)  VALUE ZERO.
            01  ws-stream-seq        PIC 9(9)  VALUE ZERO.
            01  ws-merged-count      PIC 9(9)  VALUE ZERO.
           *> Merge checkpoint state, and the counts used to cut a
           *> dataset back to it on a rerun.
            01  ws-checkpoint-switch PIC X     VALUE SPACE.
                88 ws-ckp-merging              VALUE "M".
                88 ws-ckp-controls-done        VALUE "C".
            01  ws-restore-limit     PIC 9(9)  VALUE ZERO.
            01  ws-restore-count     PIC 9(9)  VALUE ZERO.
            01  ws-work-count        PIC 9(9)  VALUE ZERO.
            01  ws-restore-name      PIC X(8).
           *> Tail of the SAYLOG chain the merged records are
           *> chained onto, found the way say finds it at *BGN.
            01  ws-saylog-last-seq   PIC 9(10) VALUE ZERO.
            01  ws-saylog-last-check PIC 9(10) VALUE ZERO.
           *> SAYRPT position, carried on from SAYRPTCT exactly as
           *> say carries it, with say's own page headings - so
           *> the merged report reads as one run's output.
            01  ws-sayrpt-line-count PIC 9(3) VALUE ZERO.
            01  ws-sayrpt-page-count PIC 9(3) VALUE ZERO.
            01  ws-sayrpt-lines-max  PIC 9(3) VALUE 60.

            01  ws-sayrpt-header-1.
                05  FILLER           PIC X     VALUE "1".
                05  FILLER           PIC X(20) VALUE
                        "SAY MESSAGE REPORT".
                05  FILLER           PIC X(8)  VALUE "PAGE ".
                05  ws-hdr-page      PIC ZZZ9.

            01  ws-sayrpt-header-2.
                05  FILLER           PIC X     VALUE SPACE.
                05  FILLER           PIC X(30) VALUE "HELLO".
                05  FILLER           PIC X     VALUE SPACE.
                05  FILLER           PIC X(30) VALUE "WORLD".

           *> Run-control fields for the shared SAYRUNCT chain
           *> guard.  The merge completes SAYDRV on a partitioned
           *> night, so it asks once per stream: SAYDRV not yet
           *> complete and SAYDRVnn complete for the chain date.
            01  ws-run-refused-switch PIC X    VALUE "N".
                88 ws-run-refused              VALUE "Y".
            01  ws-runc-function     PIC X(3).
            01  ws-runc-job-name     PIC X(8)  VALUE "SAYDRV".
            01  ws-runc-pred-name    PIC X(8)  VALUE SPACES.
            01  ws-runc-run-date     PIC 9(8).
            01  ws-runc-return-code  PIC 9(2).

            PROCEDURE DIVISION.
            0000-MAIN.
                PERFORM 0100-CHECK-RUN-CONTROL.
                IF ws-run-refused
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM 2000-READ-MERGE-CHECKPOINT
                    IF ws-ckp-controls-done
                        *> The merge itself finished - only the
                        *> streams were left to empty.
                        PERFORM 8000-EMPTY-STREAM-DATASETS
                            VARYING ws-stream-sub FROM 1 BY 1
                            UNTIL ws-stream-sub > 3
                        PERFORM 2300-CLEAR-MERGE-CHECKPOINT
                        PERFORM 0200-STAMP-RUN-CONTROL
                        DISPLAY "SAYDRVMG - FILE DATE=" ws-file-date
                                " MERGE COMPLETED ON RESTART"
                    ELSE
                        PERFORM 1000-PROVE-STREAMS
                        IF NOT ws-merge-refused
                            IF ws-ckp-merging
                                PERFORM 3000-RESTORE-TO-CHECKPOINT
                            ELSE
                                PERFORM 2100-WRITE-MERGE-CHECKPOINT
                            END-IF
                        END-IF
                        IF ws-merge-refused
                            DISPLAY "SAYDRVMG - MERGE REFUSED - "
                                    ws-refuse-reason
                            MOVE 8 TO RETURN-CODE
                        ELSE
                            PERFORM 4000-MERGE-SAYLOG
                            PERFORM 6000-APPEND-STREAM-DATASETS
                            PERFORM 7000-WRITE-DRIVER-CONTROLS
                            PERFORM 2200-MARK-CONTROLS-DONE
                            PERFORM 8000-EMPTY-STREAM-DATASETS
                                VARYING ws-stream-sub FROM 1 BY 1
                                UNTIL ws-stream-sub > 3
                            PERFORM 2300-CLEAR-MERGE-CHECKPOINT
                            PERFORM 0200-STAMP-RUN-CONTROL
                            DISPLAY "SAYDRVMG - FILE DATE="
                                    ws-file-date
                                    " TRANSACTIONS=" ws-tran-count
                                    " REJECTS=" ws-reject-count
                                    " SUPPRESSED=" ws-suppress-count
                            DISPLAY "SAYDRVMG - SAYLOG RECORDS MERGED="
                                    ws-merged-count
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
                PERFORM VARYING ws-stream-sub FROM 1 BY 1
                        UNTIL ws-stream-sub > 3 OR ws-run-refused
                    MOVE ws-stream-sub TO ws-stream-id
                    MOVE SPACES TO ws-runc-pred-name
                    STRING "SAYDRV" ws-stream-id
                        DELIMITED BY SIZE INTO ws-runc-pred-name
                    END-STRING
                    CALL "sayrunc" USING ws-runc-function
                            ws-runc-job-name ws-runc-pred-name
                            ws-runc-run-date ws-runc-return-code
                    END-CALL
                    IF ws-runc-return-code NOT = ZERO
                        SET ws-run-refused TO TRUE
                    END-IF
                END-PERFORM.

            0200-STAMP-RUN-CONTROL.
                MOVE "END" TO ws-runc-function.
                CALL "sayrunc" USING ws-runc-function
                        ws-runc-job-name ws-runc-pred-name
                        ws-runc-run-date ws-runc-return-code
                END-CALL.

            0300-NAME-STREAM-DATASET.
                MOVE SPACES TO ws-part-dsname.
                STRING ws-dsname-prefix ws-stream-id ".DAT"
                    DELIMITED BY SIZE INTO ws-part-dsname
                END-STRING.

            1000-PROVE-STREAMS.
                *> Nothing is merged unless every stream balances -
                *> a stream that is short, refused, or from another
                *> file date is restarted on its own first.
                OPEN INPUT saysplct-file.
                IF ws-saysplct-status = "00"
                    READ saysplct-file
                        AT END
                            MOVE "SAYSPLCT SPLIT CONTROL IS EMPTY"
                                TO ws-refuse-reason
                            SET ws-merge-refused TO TRUE
                        NOT AT END
                            MOVE saysplct-file-date TO ws-file-date
                            MOVE saysplct-total-count
                                TO ws-split-count
                            PERFORM VARYING ws-stream-sub FROM 1 BY 1
                                    UNTIL ws-stream-sub > 3
                                MOVE saysplct-stream-count
                                        (ws-stream-sub)
                                    TO ws-stream-count(ws-stream-sub)
                            END-PERFORM
                    END-READ
                    CLOSE saysplct-file
                ELSE
                    MOVE "SAYSPLCT SPLIT CONTROL NOT AVAILABLE"
                        TO ws-refuse-reason
                    SET ws-merge-refused TO TRUE
                END-IF.
                PERFORM 1100-PROVE-ONE-STREAM
                    VARYING ws-stream-sub FROM 1 BY 1
                    UNTIL ws-stream-sub > 3 OR ws-merge-refused.
                IF NOT ws-merge-refused
                   AND ws-tran-count NOT = ws-split-count
                    MOVE "STREAM TOTAL DISAGREES WITH SAYSPLCT"
                        TO ws-refuse-reason
                    SET ws-merge-refused TO TRUE
                END-IF.
                *> A rerun of an interrupted merge may find its own
                *> SAYDRVDT entry; the date was proved before the
                *> checkpoint was written and the entry is cut back.
                IF NOT ws-merge-refused
                   AND NOT ws-ckp-merging
                    PERFORM 1500-CHECK-PROCESSED-DATES
                END-IF.

            1100-PROVE-ONE-STREAM.
                MOVE ws-stream-sub TO ws-stream-id.
                PERFORM 1200-READ-STREAM-TOTALS.
                IF NOT ws-merge-refused
                    PERFORM 1300-READ-STREAM-WINDOW
                END-IF.
                IF NOT ws-merge-refused
                    PERFORM 1400-COUNT-STREAM-OUTPUT
                END-IF.
                IF ws-merge-refused
                    DISPLAY "SAYDRVMG - STREAM " ws-stream-id
                            " - " ws-refuse-reason
                END-IF.

            1200-READ-STREAM-TOTALS.
                MOVE "SAYDCT" TO ws-dsname-prefix.
                PERFORM 0300-NAME-STREAM-DATASET.
                MOVE ws-part-dsname TO ws-saydrvct-dsname.
                OPEN INPUT saydrvct-file.
                IF ws-saydrvct-status = "00"
                    READ saydrvct-file
                        AT END
                            MOVE "STREAM CONTROL TOTALS MISSING"
                                TO ws-refuse-reason
                            SET ws-merge-refused TO TRUE
                        NOT AT END
                            PERFORM 1250-ADD-STREAM-TOTALS
                    END-READ
                    CLOSE saydrvct-file
                ELSE
                    MOVE "STREAM CONTROL TOTALS MISSING"
                        TO ws-refuse-reason
                    SET ws-merge-refused TO TRUE
                END-IF.

            1250-ADD-STREAM-TOTALS.
                IF saydrvct-disposition NOT = "ACCEPTED"
                    MOVE "STREAM WAS REFUSED BY SAYDRV"
                        TO ws-refuse-reason
                    SET ws-merge-refused TO TRUE
                ELSE
                    IF saydrvct-tran-count
                            NOT = ws-stream-count(ws-stream-sub)
                        MOVE "STREAM COUNT DISAGREES WITH SAYSPLCT"
                            TO ws-refuse-reason
                        SET ws-merge-refused TO TRUE
                    ELSE
                        ADD saydrvct-tran-count TO ws-tran-count
                        ADD saydrvct-reject-count TO ws-reject-count
                        ADD saydrvct-suppress-count
                            TO ws-suppress-count
                    END-IF
                END-IF.

            1300-READ-STREAM-WINDOW.
                *> The night's posting window runs from the earliest
                *> stream's first checkpoint to the end of the merge
                *> - it brackets every stream's SAYLOG postings.
                MOVE "SAYDDT" TO ws-dsname-prefix.
                PERFORM 0300-NAME-STREAM-DATASET.
                MOVE ws-part-dsname TO ws-saydrvdt-dsname.
                OPEN INPUT saydrvdt-file.
                IF ws-saydrvdt-status = "00"
                    READ saydrvdt-file
                        AT END
                            MOVE "STREAM POSTING WINDOW MISSING"
                                TO ws-refuse-reason
                            SET ws-merge-refused TO TRUE
                        NOT AT END
                            IF saydrvdt-file-date NOT = ws-file-date
                                MOVE "STREAM IS FROM ANOTHER FILE DATE"
                                    TO ws-refuse-reason
                                SET ws-merge-refused TO TRUE
                            END-IF
                            IF ws-post-start = SPACES
                               OR saydrvdt-post-start < ws-post-start
                                MOVE saydrvdt-post-start
                                    TO ws-post-start
                            END-IF
                    END-READ
                    CLOSE saydrvdt-file
                ELSE
                    MOVE "STREAM POSTING WINDOW MISSING"
                        TO ws-refuse-reason
                    SET ws-merge-refused TO TRUE
                END-IF.

            1400-COUNT-STREAM-OUTPUT.
                *> say writes one SAYRPT detail line for every SAYLOG
                *> record, so a stream whose two disagree did not
                *> end cleanly.  SAYRPT details are the lines less
                *> two heading lines per page.
                MOVE ZERO TO ws-log-count.
                MOVE ZERO TO ws-rpt-line-count.
                MOVE ZERO TO ws-rpt-page-count.
                MOVE "SAYLOG" TO ws-dsname-prefix.
                PERFORM 0300-NAME-STREAM-DATASET.
                MOVE ws-part-dsname TO ws-saylog-dsname.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saylog-file.
                IF ws-saylog-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saylog-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-log-count
                        END-READ
                    END-PERFORM
                    CLOSE saylog-file
                END-IF.
                MOVE "SAYRPT" TO ws-dsname-prefix.
                PERFORM 0300-NAME-STREAM-DATASET.
                MOVE ws-part-dsname TO ws-sayrpt-dsname.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT sayrpt-file.
                IF ws-sayrpt-status = "00"
                    PERFORM UNTIL ws-eof
                        READ sayrpt-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-rpt-line-count
                                IF sayrpt-record(1:1) = "1"
                                    ADD 1 TO ws-rpt-page-count
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE sayrpt-file
                END-IF.
                COMPUTE ws-rpt-detail-count = ws-rpt-line-count
                    - (2 * ws-rpt-page-count).
                IF ws-rpt-detail-count NOT = ws-log-count
                    MOVE "SAYLOG AND SAYRPT COUNTS DISAGREE"
                        TO ws-refuse-reason
                    SET ws-merge-refused TO TRUE
                END-IF.

            1500-CHECK-PROCESSED-DATES.
                MOVE "SAYDRVDT.DAT" TO ws-saydrvdt-dsname.
                OPEN INPUT saydrvdt-file.
                IF ws-saydrvdt-status = "00"
                    PERFORM UNTIL ws-saydrvdt-status NOT = "00"
                        READ saydrvdt-file
                        IF ws-saydrvdt-status = "00"
                           AND saydrvdt-file-date = ws-file-date
                            MOVE "FILE DATE ALREADY PROCESSED"
                                TO ws-refuse-reason
                            SET ws-merge-refused TO TRUE
                        END-IF
                    END-PERFORM
                    CLOSE saydrvdt-file
                END-IF.

            2000-READ-MERGE-CHECKPOINT.
                OPEN INPUT saymgckp-file.
                IF ws-saymgckp-status = "00"
                    READ saymgckp-file
                        NOT AT END
                            IF saymgckp-merging
                               OR saymgckp-controls-done
                                MOVE saymgckp-status
                                    TO ws-checkpoint-switch
                                MOVE saymgckp-file-date
                                    TO ws-file-date
                            END-IF
                    END-READ
                    CLOSE saymgckp-file
                END-IF.

            2100-WRITE-MERGE-CHECKPOINT.
                *> Taken after the streams are proved and before
                *> anything is appended: the chain tail and SAYRPTCT
                *> position the merge starts from, and the count of
                *> each dataset it appends to.
                MOVE "SAYLOG.DAT" TO ws-saylog-dsname.
                MOVE "SAYRPT.DAT" TO ws-sayrpt-dsname.
                MOVE "SAYRPTCT.DAT" TO ws-sayrptc-dsname.
                MOVE "SAYLGSEQ.DAT" TO ws-saylgsq-dsname.
                MOVE "SAYDRVDT.DAT" TO ws-saydrvdt-dsname.
                PERFORM 5100-FIND-SAYLOG-TAIL.
                PERFORM 5200-LOAD-SAYRPT-COUNTERS.
                MOVE SPACES TO saymgckp-record.
                MOVE "M" TO saymgckp-status.
                MOVE ws-file-date TO saymgckp-file-date.
                MOVE FUNCTION CURRENT-DATE TO saymgckp-timestamp.
                MOVE ws-saylog-last-seq TO saymgckp-last-seq-no.
                MOVE ws-saylog-last-check TO saymgckp-last-check.
                MOVE ws-sayrpt-line-count TO saymgckp-rpt-line-count.
                MOVE ws-sayrpt-page-count TO saymgckp-rpt-page-count.
                PERFORM 3110-COUNT-SAYLOG.
                MOVE ws-restore-count TO saymgckp-saylog-count.
                PERFORM 3210-COUNT-SAYRPT.
                MOVE ws-restore-count TO saymgckp-sayrpt-count.
                PERFORM 3310-COUNT-SAYSUSP.
                MOVE ws-restore-count TO saymgckp-saysusp-count.
                PERFORM 3410-COUNT-SAYSUPLG.
                MOVE ws-restore-count TO saymgckp-saysuplg-count.
                PERFORM 3510-COUNT-SAYVIOL.
                MOVE ws-restore-count TO saymgckp-sayviol-count.
                PERFORM 3610-COUNT-SAYFALLB.
                MOVE ws-restore-count TO saymgckp-sayfallb-count.
                PERFORM 3710-COUNT-SAYDRVDT.
                MOVE ws-restore-count TO saymgckp-saydrvdt-count.
                OPEN OUTPUT saymgckp-file.
                WRITE saymgckp-record.
                CLOSE saymgckp-file.

            2200-MARK-CONTROLS-DONE.
                OPEN I-O saymgckp-file.
                READ saymgckp-file.
                MOVE "C" TO saymgckp-status.
                REWRITE saymgckp-record.
                CLOSE saymgckp-file.

            2300-CLEAR-MERGE-CHECKPOINT.
                OPEN OUTPUT saymgckp-file.
                CLOSE saymgckp-file.

            3000-RESTORE-TO-CHECKPOINT.
                *> An earlier run of this merge stopped part-way.
                *> Every dataset it appends to is cut back to its
                *> checkpoint count, and SAYLGSEQ and SAYRPTCT are
                *> put back, so the merge is redone from the start.
                OPEN INPUT saymgckp-file.
                READ saymgckp-file.
                IF saymgckp-file-date NOT = ws-file-date
                    MOVE "CHECKPOINT IS FOR ANOTHER FILE DATE"
                        TO ws-refuse-reason
                    SET ws-merge-refused TO TRUE
                ELSE
                    DISPLAY "SAYDRVMG - RESTARTING MERGE OF "
                            ws-file-date " FROM CHECKPOINT "
                            saymgckp-timestamp
                    PERFORM 3100-RESTORE-SAYLOG
                    IF NOT ws-merge-refused
                        PERFORM 3200-RESTORE-SAYRPT
                    END-IF
                    IF NOT ws-merge-refused
                        PERFORM 3300-RESTORE-SAYSUSP
                    END-IF
                    IF NOT ws-merge-refused
                        PERFORM 3400-RESTORE-SAYSUPLG
                    END-IF
                    IF NOT ws-merge-refused
                        PERFORM 3500-RESTORE-SAYVIOL
                    END-IF
                    IF NOT ws-merge-refused
                        PERFORM 3600-RESTORE-SAYFALLB
                    END-IF
                    IF NOT ws-merge-refused
                        PERFORM 3700-RESTORE-SAYDRVDT
                    END-IF
                    IF NOT ws-merge-refused
                        PERFORM 3800-RESTORE-CARRY-FORWARDS
                    END-IF
                END-IF.
                CLOSE saymgckp-file.

            3100-RESTORE-SAYLOG.
                MOVE "SAYLOG.DAT" TO ws-saylog-dsname.
                MOVE saymgckp-saylog-count TO ws-restore-limit.
                MOVE "SAYLOG" TO ws-restore-name.
                PERFORM 3110-COUNT-SAYLOG.
                IF ws-restore-count > ws-restore-limit
                    PERFORM 3120-SAVE-SAYLOG-PREFIX
                END-IF.
                IF ws-restore-count NOT = ws-restore-limit
                    PERFORM 3130-RELOAD-SAYLOG
                END-IF.

            3110-COUNT-SAYLOG.
                MOVE ZERO TO ws-restore-count.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saylog-file.
                IF ws-saylog-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saylog-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-restore-count
                        END-READ
                    END-PERFORM
                    CLOSE saylog-file
                END-IF.

            3120-SAVE-SAYLOG-PREFIX.
                OPEN INPUT saylog-file.
                OPEN OUTPUT saylgwrk-file.
                PERFORM ws-restore-limit TIMES
                    READ saylog-file
                    WRITE saylgwrk-record FROM saylog-record
                END-PERFORM.
                CLOSE saylog-file saylgwrk-file.

            3130-RELOAD-SAYLOG.
                *> A dataset already short of its count was being
                *> copied back when the last rerun stopped; its work
                *> copy is whole only if it holds exactly the count.
                MOVE ZERO TO ws-work-count.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saylgwrk-file.
                IF ws-saylgwrk-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saylgwrk-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-work-count
                        END-READ
                    END-PERFORM
                    CLOSE saylgwrk-file
                END-IF.
                IF ws-work-count NOT = ws-restore-limit
                    PERFORM 3900-REFUSE-RESTORE
                ELSE
                    MOVE "N" TO ws-eof-switch
                    OPEN INPUT saylgwrk-file
                    OPEN OUTPUT saylog-file
                    PERFORM UNTIL ws-eof
                        READ saylgwrk-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                WRITE saylog-record
                                    FROM saylgwrk-record
                        END-READ
                    END-PERFORM
                    CLOSE saylog-file saylgwrk-file
                END-IF.

            3200-RESTORE-SAYRPT.
                MOVE "SAYRPT.DAT" TO ws-sayrpt-dsname.
                MOVE saymgckp-sayrpt-count TO ws-restore-limit.
                MOVE "SAYRPT" TO ws-restore-name.
                PERFORM 3210-COUNT-SAYRPT.
                IF ws-restore-count > ws-restore-limit
                    PERFORM 3220-SAVE-SAYRPT-PREFIX
                END-IF.
                IF ws-restore-count NOT = ws-restore-limit
                    PERFORM 3230-RELOAD-SAYRPT
                END-IF.

            3210-COUNT-SAYRPT.
                MOVE ZERO TO ws-restore-count.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT sayrpt-file.
                IF ws-sayrpt-status = "00"
                    PERFORM UNTIL ws-eof
                        READ sayrpt-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-restore-count
                        END-READ
                    END-PERFORM
                    CLOSE sayrpt-file
                END-IF.

            3220-SAVE-SAYRPT-PREFIX.
                OPEN INPUT sayrpt-file.
                OPEN OUTPUT sayrpwrk-file.
                PERFORM ws-restore-limit TIMES
                    READ sayrpt-file
                    WRITE sayrpwrk-record FROM sayrpt-record
                END-PERFORM.
                CLOSE sayrpt-file sayrpwrk-file.

            3230-RELOAD-SAYRPT.
                MOVE ZERO TO ws-work-count.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT sayrpwrk-file.
                IF ws-sayrpwrk-status = "00"
                    PERFORM UNTIL ws-eof
                        READ sayrpwrk-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-work-count
                        END-READ
                    END-PERFORM
                    CLOSE sayrpwrk-file
                END-IF.
                IF ws-work-count NOT = ws-restore-limit
                    PERFORM 3900-REFUSE-RESTORE
                ELSE
                    MOVE "N" TO ws-eof-switch
                    OPEN INPUT sayrpwrk-file
                    OPEN OUTPUT sayrpt-file
                    PERFORM UNTIL ws-eof
                        READ sayrpwrk-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                WRITE sayrpt-record
                                    FROM sayrpwrk-record
                        END-READ
                    END-PERFORM
                    CLOSE sayrpt-file sayrpwrk-file
                END-IF.

            3300-RESTORE-SAYSUSP.
                MOVE saymgckp-saysusp-count TO ws-restore-limit.
                MOVE "SAYSUSP" TO ws-restore-name.
                PERFORM 3310-COUNT-SAYSUSP.
                IF ws-restore-count > ws-restore-limit
                    PERFORM 3320-SAVE-SAYSUSP-PREFIX
                END-IF.
                IF ws-restore-count NOT = ws-restore-limit
                    PERFORM 3330-RELOAD-SAYSUSP
                END-IF.

            3310-COUNT-SAYSUSP.
                MOVE ZERO TO ws-restore-count.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saysusp-file.
                IF ws-saysusp-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saysusp-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-restore-count
                        END-READ
                    END-PERFORM
                    CLOSE saysusp-file
                END-IF.

            3320-SAVE-SAYSUSP-PREFIX.
                OPEN INPUT saysusp-file.
                OPEN OUTPUT saysuwrk-file.
                PERFORM ws-restore-limit TIMES
                    READ saysusp-file
                    WRITE saysuwrk-record FROM saysusp-record
                END-PERFORM.
                CLOSE saysusp-file saysuwrk-file.

            3330-RELOAD-SAYSUSP.
                MOVE ZERO TO ws-work-count.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saysuwrk-file.
                IF ws-saysuwrk-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saysuwrk-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-work-count
                        END-READ
                    END-PERFORM
                    CLOSE saysuwrk-file
                END-IF.
                IF ws-work-count NOT = ws-restore-limit
                    PERFORM 3900-REFUSE-RESTORE
                ELSE
                    MOVE "N" TO ws-eof-switch
                    OPEN INPUT saysuwrk-file
                    OPEN OUTPUT saysusp-file
                    PERFORM UNTIL ws-eof
                        READ saysuwrk-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                WRITE saysusp-record
                                    FROM saysuwrk-record
                        END-READ
                    END-PERFORM
                    CLOSE saysusp-file saysuwrk-file
                END-IF.

            3400-RESTORE-SAYSUPLG.
                MOVE saymgckp-saysuplg-count TO ws-restore-limit.
                MOVE "SAYSUPLG" TO ws-restore-name.
                PERFORM 3410-COUNT-SAYSUPLG.
                IF ws-restore-count > ws-restore-limit
                    PERFORM 3420-SAVE-SAYSUPLG-PREFIX
                END-IF.
                IF ws-restore-count NOT = ws-restore-limit
                    PERFORM 3430-RELOAD-SAYSUPLG
                END-IF.

            3410-COUNT-SAYSUPLG.
                MOVE ZERO TO ws-restore-count.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saysuplg-file.
                IF ws-saysuplg-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saysuplg-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-restore-count
                        END-READ
                    END-PERFORM
                    CLOSE saysuplg-file
                END-IF.

            3420-SAVE-SAYSUPLG-PREFIX.
                OPEN INPUT saysuplg-file.
                OPEN OUTPUT sayslwrk-file.
                PERFORM ws-restore-limit TIMES
                    READ saysuplg-file
                    WRITE sayslwrk-record FROM saysuplg-record
                END-PERFORM.
                CLOSE saysuplg-file sayslwrk-file.

            3430-RELOAD-SAYSUPLG.
                MOVE ZERO TO ws-work-count.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT sayslwrk-file.
                IF ws-sayslwrk-status = "00"
                    PERFORM UNTIL ws-eof
                        READ sayslwrk-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-work-count
                        END-READ
                    END-PERFORM
                    CLOSE sayslwrk-file
                END-IF.
                IF ws-work-count NOT = ws-restore-limit
                    PERFORM 3900-REFUSE-RESTORE
                ELSE
                    MOVE "N" TO ws-eof-switch
                    OPEN INPUT sayslwrk-file
                    OPEN OUTPUT saysuplg-file
                    PERFORM UNTIL ws-eof
                        READ sayslwrk-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                WRITE saysuplg-record
                                    FROM sayslwrk-record
                        END-READ
                    END-PERFORM
                    CLOSE saysuplg-file sayslwrk-file
                END-IF.

            3500-RESTORE-SAYVIOL.
                MOVE saymgckp-sayviol-count TO ws-restore-limit.
                MOVE "SAYVIOL" TO ws-restore-name.
                PERFORM 3510-COUNT-SAYVIOL.
                IF ws-restore-count > ws-restore-limit
                    PERFORM 3520-SAVE-SAYVIOL-PREFIX
                END-IF.
                IF ws-restore-count NOT = ws-restore-limit
                    PERFORM 3530-RELOAD-SAYVIOL
                END-IF.

            3510-COUNT-SAYVIOL.
                MOVE ZERO TO ws-restore-count.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT sayviol-file.
                IF ws-sayviol-status = "00"
                    PERFORM UNTIL ws-eof
                        READ sayviol-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-restore-count
                        END-READ
                    END-PERFORM
                    CLOSE sayviol-file
                END-IF.

            3520-SAVE-SAYVIOL-PREFIX.
                OPEN INPUT sayviol-file.
                OPEN OUTPUT sayviwrk-file.
                PERFORM ws-restore-limit TIMES
                    READ sayviol-file
                    WRITE sayviwrk-record FROM sayviol-record
                END-PERFORM.
                CLOSE sayviol-file sayviwrk-file.

            3530-RELOAD-SAYVIOL.
                MOVE ZERO TO ws-work-count.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT sayviwrk-file.
                IF ws-sayviwrk-status = "00"
                    PERFORM UNTIL ws-eof
                        READ sayviwrk-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-work-count
                        END-READ
                    END-PERFORM
                    CLOSE sayviwrk-file
                END-IF.
                IF ws-work-count NOT = ws-restore-limit
                    PERFORM 3900-REFUSE-RESTORE
                ELSE
                    MOVE "N" TO ws-eof-switch
                    OPEN INPUT sayviwrk-file
                    OPEN OUTPUT sayviol-file
                    PERFORM UNTIL ws-eof
                        READ sayviwrk-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                WRITE sayviol-record
                                    FROM sayviwrk-record
                        END-READ
                    END-PERFORM
                    CLOSE sayviol-file sayviwrk-file
                END-IF.

            3600-RESTORE-SAYFALLB.
                MOVE saymgckp-sayfallb-count TO ws-restore-limit.
                MOVE "SAYFALLB" TO ws-restore-name.
                PERFORM 3610-COUNT-SAYFALLB.
                IF ws-restore-count > ws-restore-limit
                    PERFORM 3620-SAVE-SAYFALLB-PREFIX
                END-IF.
                IF ws-restore-count NOT = ws-restore-limit
                    PERFORM 3630-RELOAD-SAYFALLB
                END-IF.

            3610-COUNT-SAYFALLB.
                MOVE ZERO TO ws-restore-count.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT sayfallb-file.
                IF ws-sayfallb-status = "00"
                    PERFORM UNTIL ws-eof
                        READ sayfallb-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-restore-count
                        END-READ
                    END-PERFORM
                    CLOSE sayfallb-file
                END-IF.

            3620-SAVE-SAYFALLB-PREFIX.
                OPEN INPUT sayfallb-file.
                OPEN OUTPUT sayfbwrk-file.
                PERFORM ws-restore-limit TIMES
                    READ sayfallb-file
                    WRITE sayfbwrk-record FROM sayfallb-record
                END-PERFORM.
                CLOSE sayfallb-file sayfbwrk-file.

            3630-RELOAD-SAYFALLB.
                MOVE ZERO TO ws-work-count.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT sayfbwrk-file.
                IF ws-sayfbwrk-status = "00"
                    PERFORM UNTIL ws-eof
                        READ sayfbwrk-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-work-count
                        END-READ
                    END-PERFORM
                    CLOSE sayfbwrk-file
                END-IF.
                IF ws-work-count NOT = ws-restore-limit
                    PERFORM 3900-REFUSE-RESTORE
                ELSE
                    MOVE "N" TO ws-eof-switch
                    OPEN INPUT sayfbwrk-file
                    OPEN OUTPUT sayfallb-file
                    PERFORM UNTIL ws-eof
                        READ sayfbwrk-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                WRITE sayfallb-record
                                    FROM sayfbwrk-record
                        END-READ
                    END-PERFORM
                    CLOSE sayfallb-file sayfbwrk-file
                END-IF.

            3700-RESTORE-SAYDRVDT.
                MOVE "SAYDRVDT.DAT" TO ws-saydrvdt-dsname.
                MOVE saymgckp-saydrvdt-count TO ws-restore-limit.
                MOVE "SAYDRVDT" TO ws-restore-name.
                PERFORM 3710-COUNT-SAYDRVDT.
                IF ws-restore-count > ws-restore-limit
                    PERFORM 3720-SAVE-SAYDRVDT-PREFIX
                END-IF.
                IF ws-restore-count NOT = ws-restore-limit
                    PERFORM 3730-RELOAD-SAYDRVDT
                END-IF.

            3710-COUNT-SAYDRVDT.
                MOVE ZERO TO ws-restore-count.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saydrvdt-file.
                IF ws-saydrvdt-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saydrvdt-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-restore-count
                        END-READ
                    END-PERFORM
                    CLOSE saydrvdt-file
                END-IF.

            3720-SAVE-SAYDRVDT-PREFIX.
                OPEN INPUT saydrvdt-file.
                OPEN OUTPUT saydtwrk-file.
                PERFORM ws-restore-limit TIMES
                    READ saydrvdt-file
                    WRITE saydtwrk-record FROM saydrvdt-record
                END-PERFORM.
                CLOSE saydrvdt-file saydtwrk-file.

            3730-RELOAD-SAYDRVDT.
                MOVE ZERO TO ws-work-count.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saydtwrk-file.
                IF ws-saydtwrk-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saydtwrk-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-work-count
                        END-READ
                    END-PERFORM
                    CLOSE saydtwrk-file
                END-IF.
                IF ws-work-count NOT = ws-restore-limit
                    PERFORM 3900-REFUSE-RESTORE
                ELSE
                    MOVE "N" TO ws-eof-switch
                    OPEN INPUT saydtwrk-file
                    OPEN OUTPUT saydrvdt-file
                    PERFORM UNTIL ws-eof
                        READ saydtwrk-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                WRITE saydrvdt-record
                                    FROM saydtwrk-record
                        END-READ
                    END-PERFORM
                    CLOSE saydrvdt-file saydtwrk-file
                END-IF.

            3800-RESTORE-CARRY-FORWARDS.
                MOVE "SAYLGSEQ.DAT" TO ws-saylgsq-dsname.
                MOVE saymgckp-last-seq-no TO saylgsq-last-seq-no.
                MOVE saymgckp-last-check TO saylgsq-last-check.
                MOVE saymgckp-timestamp TO saylgsq-timestamp.
                OPEN OUTPUT saylgsq-file.
                WRITE saylgsq-record.
                CLOSE saylgsq-file.
                MOVE "SAYRPTCT.DAT" TO ws-sayrptc-dsname.
                MOVE saymgckp-rpt-line-count TO sayrptc-line-count.
                MOVE saymgckp-rpt-page-count TO sayrptc-page-count.
                OPEN OUTPUT sayrptc-file.
                WRITE sayrptc-record.
                CLOSE sayrptc-file.

            3900-REFUSE-RESTORE.
                MOVE SPACES TO ws-refuse-reason.
                STRING ws-restore-name DELIMITED BY SPACE
                       " BELOW CHECKPOINT, NO WORK COPY"
                           DELIMITED BY SIZE
                    INTO ws-refuse-reason
                END-STRING.
                SET ws-merge-refused TO TRUE.

            4000-MERGE-SAYLOG.
                SORT saysrt8-file
                    ON ASCENDING KEY saysrt8-timestamp
                                     saysrt8-stream
                                     saysrt8-stream-seq
                    INPUT PROCEDURE IS 4100-RELEASE-STREAM-LOGS
                    OUTPUT PROCEDURE IS 5000-WRITE-MERGED-LOG.

            4100-RELEASE-STREAM-LOGS.
                PERFORM 4200-RELEASE-ONE-STREAM
                    VARYING ws-stream-sub FROM 1 BY 1
                    UNTIL ws-stream-sub > 3.

            4200-RELEASE-ONE-STREAM.
                MOVE ws-stream-sub TO ws-stream-id.
                MOVE "SAYLOG" TO ws-dsname-prefix.
                PERFORM 0300-NAME-STREAM-DATASET.
                MOVE ws-part-dsname TO ws-saylog-dsname.
                MOVE ZERO TO ws-stream-seq.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saylog-file.
                IF ws-saylog-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saylog-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                ADD 1 TO ws-stream-seq
                                MOVE saylog-timestamp
                                    TO saysrt8-timestamp
                                MOVE ws-stream-id TO saysrt8-stream
                                MOVE ws-stream-seq
                                    TO saysrt8-stream-seq
                                MOVE saylog-record
                                    TO saysrt8-log-image
                                RELEASE saysrt8-record
                        END-READ
                    END-PERFORM
                    CLOSE saylog-file
                END-IF.

            5000-WRITE-MERGED-LOG.
                *> The streams chained their own logs; on the normal
                *> SAYLOG each record is chained afresh onto the
                *> live tail, and its SAYRPT line is printed under
                *> the running page count.
                MOVE "SAYLOG.DAT" TO ws-saylog-dsname.
                MOVE "SAYRPT.DAT" TO ws-sayrpt-dsname.
                MOVE "SAYRPTCT.DAT" TO ws-sayrptc-dsname.
                MOVE "SAYLGSEQ.DAT" TO ws-saylgsq-dsname.
                PERFORM 5100-FIND-SAYLOG-TAIL.
                PERFORM 5200-LOAD-SAYRPT-COUNTERS.
                OPEN EXTEND saylog-file.
                IF ws-saylog-status = "35"
                    OPEN OUTPUT saylog-file
                END-IF.
                OPEN EXTEND sayrpt-file.
                IF ws-sayrpt-status = "35"
                    OPEN OUTPUT sayrpt-file
                END-IF.
                MOVE "N" TO ws-eof-switch.
                PERFORM UNTIL ws-eof
                    RETURN saysrt8-file
                        AT END
                            SET ws-eof TO TRUE
                        NOT AT END
                            PERFORM 5300-WRITE-ONE-RECORD
                    END-RETURN
                END-PERFORM.
                CLOSE saylog-file sayrpt-file.
                MOVE ws-saylog-last-seq TO saylgsq-last-seq-no.
                MOVE ws-saylog-last-check TO saylgsq-last-check.
                MOVE FUNCTION CURRENT-DATE TO saylgsq-timestamp.
                OPEN OUTPUT saylgsq-file.
                WRITE saylgsq-record.
                CLOSE saylgsq-file.
                MOVE ws-sayrpt-line-count TO sayrptc-line-count.
                MOVE ws-sayrpt-page-count TO sayrptc-page-count.
                OPEN OUTPUT sayrptc-file.
                WRITE sayrptc-record.
                CLOSE sayrptc-file.

            5100-FIND-SAYLOG-TAIL.
                MOVE ZERO TO ws-saylog-last-seq.
                MOVE ZERO TO ws-saylog-last-check.
                OPEN INPUT saylgsq-file.
                IF ws-saylgsq-status = "00"
                    READ saylgsq-file
                        NOT AT END
                            MOVE saylgsq-last-seq-no
                                TO ws-saylog-last-seq
                            MOVE saylgsq-last-check
                                TO ws-saylog-last-check
                    END-READ
                    CLOSE saylgsq-file
                END-IF.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saylog-file.
                IF ws-saylog-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saylog-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                IF saylog-seq-no NUMERIC
                                   AND saylog-seq-no
                                        > ws-saylog-last-seq
                                    MOVE saylog-seq-no
                                        TO ws-saylog-last-seq
                                    MOVE saylog-check-value
                                        TO ws-saylog-last-check
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE saylog-file
                END-IF.

            5200-LOAD-SAYRPT-COUNTERS.
                MOVE ZERO TO ws-sayrpt-line-count.
                MOVE ZERO TO ws-sayrpt-page-count.
                OPEN INPUT sayrptc-file.
                IF ws-sayrptc-status = "00"
                    READ sayrptc-file
                        NOT AT END
                            MOVE sayrptc-line-count
                                TO ws-sayrpt-line-count
                            MOVE sayrptc-page-count
                                TO ws-sayrpt-page-count
                    END-READ
                    CLOSE sayrptc-file
                END-IF.

            5300-WRITE-ONE-RECORD.
                MOVE saysrt8-log-image TO saylog-record.
                ADD 1 TO ws-saylog-last-seq.
                MOVE ws-saylog-last-seq TO saylog-seq-no.
                MOVE ws-saylog-last-check TO saylog-prev-check.
                CALL "saylgchk" USING saylog-record saylog-check-value
                END-CALL.
                MOVE saylog-check-value TO ws-saylog-last-check.
                WRITE saylog-record.
                ADD 1 TO ws-merged-count.
                IF ws-sayrpt-line-count = 0
                   OR ws-sayrpt-line-count >= ws-sayrpt-lines-max
                    PERFORM 5400-WRITE-PAGE-HEADERS
                END-IF.
                MOVE SPACES TO sayrpt-record.
                STRING " " saylog-hello " " saylog-world
                    DELIMITED BY SIZE INTO sayrpt-record
                END-STRING.
                WRITE sayrpt-record.
                ADD 1 TO ws-sayrpt-line-count.

            5400-WRITE-PAGE-HEADERS.
                ADD 1 TO ws-sayrpt-page-count.
                MOVE ws-sayrpt-page-count TO ws-hdr-page.
                MOVE ws-sayrpt-header-1 TO sayrpt-record.
                WRITE sayrpt-record.
                MOVE ws-sayrpt-header-2 TO sayrpt-record.
                WRITE sayrpt-record.
                MOVE ZERO TO ws-sayrpt-line-count.

            6000-APPEND-STREAM-DATASETS.
                *> SAYDRVDS is the night's disposition file and is
                *> rebuilt whole, as a single-stream run writes it;
                *> the rest accumulate and are appended to.
                OPEN OUTPUT saydrvds-file.
                OPEN EXTEND saysusp-file.
                IF ws-saysusp-status = "35"
                    OPEN OUTPUT saysusp-file
                END-IF.
                OPEN EXTEND saysuplg-file.
                IF ws-saysuplg-status = "35"
                    OPEN OUTPUT saysuplg-file
                END-IF.
                OPEN EXTEND sayviol-file.
                IF ws-sayviol-status = "35"
                    OPEN OUTPUT sayviol-file
                END-IF.
                OPEN EXTEND sayfallb-file.
                IF ws-sayfallb-status = "35"
                    OPEN OUTPUT sayfallb-file
                END-IF.
                PERFORM 6100-APPEND-ONE-STREAM
                    VARYING ws-stream-sub FROM 1 BY 1
                    UNTIL ws-stream-sub > 3.
                CLOSE saydrvds-file saysusp-file saysuplg-file
                      sayviol-file sayfallb-file.

            6100-APPEND-ONE-STREAM.
                MOVE ws-stream-sub TO ws-stream-id.
                MOVE "SAYDDS" TO ws-dsname-prefix.
                PERFORM 0300-NAME-STREAM-DATASET.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saypds-file.
                IF ws-part-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saypds-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                WRITE saydrvds-record
                                    FROM saypds-record
                        END-READ
                    END-PERFORM
                    CLOSE saypds-file
                END-IF.
                MOVE "SAYSUS" TO ws-dsname-prefix.
                PERFORM 0300-NAME-STREAM-DATASET.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saypsu-file.
                IF ws-part-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saypsu-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                WRITE saysusp-record
                                    FROM saypsu-record
                        END-READ
                    END-PERFORM
                    CLOSE saypsu-file
                END-IF.
                MOVE "SAYSPL" TO ws-dsname-prefix.
                PERFORM 0300-NAME-STREAM-DATASET.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saypsl-file.
                IF ws-part-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saypsl-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                WRITE saysuplg-record
                                    FROM saypsl-record
                        END-READ
                    END-PERFORM
                    CLOSE saypsl-file
                END-IF.
                MOVE "SAYVIO" TO ws-dsname-prefix.
                PERFORM 0300-NAME-STREAM-DATASET.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saypvi-file.
                IF ws-part-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saypvi-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                WRITE sayviol-record
                                    FROM saypvi-record
                        END-READ
                    END-PERFORM
                    CLOSE saypvi-file
                END-IF.
                MOVE "SAYFLB" TO ws-dsname-prefix.
                PERFORM 0300-NAME-STREAM-DATASET.
                MOVE "N" TO ws-eof-switch.
                OPEN INPUT saypfb-file.
                IF ws-part-status = "00"
                    PERFORM UNTIL ws-eof
                        READ saypfb-file
                            AT END
                                SET ws-eof TO TRUE
                            NOT AT END
                                WRITE sayfallb-record
                                    FROM saypfb-record
                        END-READ
                    END-PERFORM
                    CLOSE saypfb-file
                END-IF.

            7000-WRITE-DRIVER-CONTROLS.
                *> One timestamp closes the posting window and stamps
                *> the driver totals, so saybkout recognises these
                *> totals as the merged run's own, as it does after
                *> a single-stream run.
                MOVE FUNCTION CURRENT-DATE TO ws-current-timestamp.
                MOVE "SAYDRVCT.DAT" TO ws-saydrvct-dsname.
                OPEN OUTPUT saydrvct-file.
                MOVE ws-current-timestamp(1:8) TO saydrvct-run-date.
                MOVE ws-tran-count TO saydrvct-tran-count.
                MOVE ws-reject-count TO saydrvct-reject-count.
                MOVE ws-suppress-count TO saydrvct-suppress-count.
                MOVE ws-current-timestamp TO saydrvct-timestamp.
                MOVE "ACCEPTED" TO saydrvct-disposition.
                WRITE saydrvct-record.
                CLOSE saydrvct-file.
                MOVE "SAYDRVDT.DAT" TO ws-saydrvdt-dsname.
                OPEN EXTEND saydrvdt-file.
                IF ws-saydrvdt-status = "35"
                    OPEN OUTPUT saydrvdt-file
                END-IF.
                MOVE ws-file-date TO saydrvdt-file-date.
                MOVE ws-post-start TO saydrvdt-post-start.
                MOVE ws-current-timestamp TO saydrvdt-post-end.
                WRITE saydrvdt-record.
                CLOSE saydrvdt-file.

            8000-EMPTY-STREAM-DATASETS.
                *> Once merged, a stream's datasets are emptied so
                *> the next partitioned night starts each one fresh
                *> and saysplit can see the last night was merged.
                MOVE ws-stream-sub TO ws-stream-id.
                MOVE "SAYLOG" TO ws-dsname-prefix.
                PERFORM 0300-NAME-STREAM-DATASET.
                MOVE ws-part-dsname TO ws-saylog-dsname.
                OPEN OUTPUT saylog-file.
                CLOSE saylog-file.
                MOVE "SAYRPT" TO ws-dsname-prefix.
                PERFORM 0300-NAME-STREAM-DATASET.
                MOVE ws-part-dsname TO ws-sayrpt-dsname.
                OPEN OUTPUT sayrpt-file.
                CLOSE sayrpt-file.
                MOVE "SAYRPC" TO ws-dsname-prefix.
                PERFORM 0300-NAME-STREAM-DATASET.
                MOVE ws-part-dsname TO ws-sayrptc-dsname.
                OPEN OUTPUT sayrptc-file.
                CLOSE sayrptc-file.
                MOVE "SAYLGS" TO ws-dsname-prefix.
                PERFORM 0300-NAME-STREAM-DATASET.
                MOVE ws-part-dsname TO ws-saylgsq-dsname.
                OPEN OUTPUT saylgsq-file.
                CLOSE saylgsq-file.
                MOVE "SAYDCT" TO ws-dsname-prefix.
                PERFORM 0300-NAME-STREAM-DATASET.
                MOVE ws-part-dsname TO ws-saydrvct-dsname.
                OPEN OUTPUT saydrvct-file.
                CLOSE saydrvct-file.
                MOVE "SAYDDT" TO ws-dsname-prefix.
                PERFORM 0300-NAME-STREAM-DATASET.
                MOVE ws-part-dsname TO ws-saydrvdt-dsname.
                OPEN OUTPUT saydrvdt-file.
                CLOSE saydrvdt-file.
                MOVE "SAYDDS" TO ws-dsname-prefix.
                PERFORM 0300-NAME-STREAM-DATASET.
                OPEN OUTPUT saypds-file.
                CLOSE saypds-file.
                MOVE "SAYSUS" TO ws-dsname-prefix.
                PERFORM 0300-NAME-STREAM-DATASET.
                OPEN OUTPUT saypsu-file.
                CLOSE saypsu-file.
                MOVE "SAYSPL" TO ws-dsname-prefix.
                PERFORM 0300-NAME-STREAM-DATASET.
                OPEN OUTPUT saypsl-file.
                CLOSE saypsl-file.
                MOVE "SAYVIO" TO ws-dsname-prefix.
                PERFORM 0300-NAME-STREAM-DATASET.
                OPEN OUTPUT saypvi-file.
                CLOSE saypvi-file.
                MOVE "SAYFLB" TO ws-dsname-prefix.
                PERFORM 0300-NAME-STREAM-DATASET.
                OPEN OUTPUT saypfb-file.
                CLOSE saypfb-file.
