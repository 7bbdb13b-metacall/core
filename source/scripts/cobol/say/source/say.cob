                    ACCESS MODE DYNAMIC
                    RECORD KEY saymsgs-key
                    FILE STATUS ws-saymsgs-status.
                SELECT saylog-file ASSIGN USING ws-saylog-dsname
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saylog-status.
                SELECT sayrpt-file ASSIGN USING ws-sayrpt-dsname
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayrpt-status.
                SELECT saylocal-file ASSIGN TO "SAYLOCAL.DAT"
                    ACCESS MODE RANDOM
                    RECORD KEY saylocal-key
                    FILE STATUS ws-saylocal-status.
                SELECT sayrptc-file ASSIGN USING ws-sayrptc-dsname
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayrptc-status.
                SELECT saylgsq-file ASSIGN USING ws-saylgsq-dsname
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saylgsq-status.
                SELECT saysupp-file ASSIGN TO "SAYSUPP.DAT"
                    ORGANIZATION INDEXED
                    ACCESS MODE DYNAMIC
                    RECORD KEY saysupp-key
                    FILE STATUS ws-saysupp-status.
                SELECT saysuplg-file ASSIGN USING ws-saysuplg-dsname
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saysuplg-status.
                SELECT sayfallb-file ASSIGN USING ws-sayfallb-dsname
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayfallb-status.
                SELECT sayauth-file ASSIGN TO "SAYAUTH.DAT"
                    ACCESS MODE RANDOM
                    RECORD KEY sayauth-key
                    FILE STATUS ws-sayauth-status.
                SELECT sayviol-file ASSIGN USING ws-sayviol-dsname
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayviol-status.
                SELECT sayprvpm-file ASSIGN TO "SAYPRVPM.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayprvpm-status.
                SELECT sayprvw-file ASSIGN TO "SAYPRVW.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayprvw-status.
            DATA DIVISION.
            FILE SECTION.
            FD  saymsgs-file.
            FD  sayrptc-file.
            COPY sayrptc.

            FD  saylgsq-file.
            COPY saylgsq.

            FD  saysupp-file.
            COPY saysupp.

            FD  saysuplg-file.
            COPY saysuplg.

            FD  sayfallb-file.
            COPY sayfallb.

            FD  sayviol-file.
            COPY sayviol.

            FD  sayprvpm-file.
            COPY sayprvpm.

            FD  sayprvw-file.
            COPY sayprvw.

            WORKING-STORAGE SECTION.
            01  ws-saymsgs-status    PIC X(2).
            01  ws-saylog-status     PIC X(2).
            01  ws-sayrpt-status     PIC X(2).
            01  ws-saylocal-status   PIC X(2).
            01  ws-sayrptc-status    PIC X(2).
            01  ws-saylgsq-status    PIC X(2).
            01  ws-saysupp-status    PIC X(2).
            01  ws-saysuplg-status   PIC X(2).
            01  ws-sayfallb-status   PIC X(2).
            01  ws-sayauth-status    PIC X(2).
            01  ws-sayviol-status    PIC X(2).
            01  ws-sayprvpm-status   PIC X(2).
            01  ws-sayprvw-status    PIC X(2).
           *> Names of the datasets say appends to.  A partitioned
           *> saydrv stream passes its stream id on *BGN and gets
           *> its own copy of each - SAYLOGnn, SAYRPTnn, SAYRPCnn,
           *> SAYLGSnn, SAYSPLnn, SAYFLBnn, SAYVIOnn - which the
           *> saydrvmg merge step folds back into these datasets.
            01  ws-saylog-dsname     PIC X(12) VALUE "SAYLOG.DAT".
            01  ws-sayrpt-dsname     PIC X(12) VALUE "SAYRPT.DAT".
            01  ws-sayrptc-dsname    PIC X(12) VALUE "SAYRPTCT.DAT".
            01  ws-saylgsq-dsname    PIC X(12) VALUE "SAYLGSEQ.DAT".
            01  ws-saysuplg-dsname   PIC X(12) VALUE "SAYSUPLG.DAT".
            01  ws-sayfallb-dsname   PIC X(12) VALUE "SAYFALLB.DAT".
            01  ws-sayviol-dsname    PIC X(12) VALUE "SAYVIOL.DAT".
            01  ws-display-hello     PIC X(30).
            01  ws-display-world     PIC X(30).
            01  ws-current-timestamp PIC X(21).
            01  ws-sayrpt-line-count PIC 9(3) VALUE ZERO.
            01  ws-sayrpt-page-count PIC 9(3) VALUE ZERO.
            01  ws-sayrpt-lines-max  PIC 9(3) VALUE 60.
           *> Tail of the SAYLOG chain - the sequence number and
           *> check value of the last record written - which the
           *> next record is stamped from.
            01  ws-saylog-last-seq   PIC 9(10) VALUE ZERO.
            01  ws-saylog-last-check PIC 9(10) VALUE ZERO.
            01  ws-saylog-eof-switch PIC X    VALUE "N".
                88 ws-saylog-eof              VALUE "Y".

           *> A driver processing many transactions can bracket its
           *> CALLs with the *BGN and *END control codes so the
                88 ws-sayauth-absent          VALUE "Y".
            01  ws-sayviol-held-switch PIC X  VALUE "N".
                88 ws-sayviol-held            VALUE "Y".
            01  ws-saysupp-held-switch PIC X  VALUE "N".
                88 ws-saysupp-held            VALUE "Y".
            01  ws-saysupp-absent-switch PIC X VALUE "N".
                88 ws-saysupp-absent          VALUE "Y".
            01  ws-saysuplg-held-switch PIC X VALUE "N".
                88 ws-saysuplg-held           VALUE "Y".
            01  ws-authorized-switch PIC X    VALUE "Y".
                88 ws-caller-authorized       VALUE "Y".
            01  ws-suppressed-switch PIC X    VALUE "N".
                88 ws-greeting-suppressed     VALUE "Y".
            01  ws-supp-eof-switch   PIC X    VALUE "N".
                88 ws-supp-eof                VALUE "Y".
           *> Key of the SAYSUPP entry that stopped the greeting,
           *> carried onto the SAYSUPLG record.
            01  ws-supp-rule-provider PIC X(2).
            01  ws-supp-rule-msg-code PIC X(4).
            01  ws-supp-rule-start   PIC 9(8).
            01  ws-supp-rule-end     PIC 9(8).
            01  ws-locale-applied-switch PIC X VALUE "N".
                88 ws-locale-applied          VALUE "Y".
            01  ws-fell-back-switch  PIC X    VALUE "N".
                88 ws-locale-fell-back        VALUE "Y".
            01  ws-fallback-count    PIC 9(9) VALUE ZERO.
            01  ws-run-date          PIC 9(8).
            01  ws-msgs-eof-switch   PIC X    VALUE "N".
            01  ws-found-hello       PIC X(30).
            01  ws-found-world       PIC X(30).

           *> A preview session (*PVB/*END) resolves transactions as
           *> a live run would on a chosen as-of date and writes the
           *> outcome to SAYPRVW only - nothing is displayed, and
           *> SAYLOG, SAYRPT, SAYRPTCT, SAYFALLB, SAYVIOL, and
           *> SAYSUPLG are never opened.
            01  ws-preview-switch    PIC X    VALUE "N".
                88 ws-preview-active          VALUE "Y".
            01  ws-preview-date      PIC 9(8) VALUE ZERO.

           *> Substitution-token work areas.  The input field is
           *> copied into a buffer padded past 30 so the token
           *> matching can reference-modify up to 7 characters at
                EVALUATE msg-code
                    WHEN "*BGN"
                        PERFORM 0100-BEGIN-SESSION
                    WHEN "*PVB"
                        PERFORM 0300-BEGIN-PREVIEW
                    WHEN "*END"
                        IF ws-preview-active
                            PERFORM 0400-END-PREVIEW
                        ELSE
                            PERFORM 0200-END-SESSION
                        END-IF
                    WHEN OTHER
                        PERFORM 0500-SAY-ONE-MESSAGE
                END-EVALUATE.

            0100-BEGIN-SESSION.
                IF NOT ws-session-active
                    PERFORM 0150-NAME-SESSION-DATASETS
                    OPEN INPUT saymsgs-file
                    IF ws-saymsgs-status = "00"
                        SET ws-saymsgs-held TO TRUE
                    IF ws-saylocal-status = "00"
                        SET ws-saylocal-held TO TRUE
                    END-IF
                    PERFORM 2050-FIND-SAYLOG-TAIL
                    OPEN EXTEND saylog-file
                    IF ws-saylog-status = "35"
                        OPEN OUTPUT saylog-file
                        OPEN OUTPUT sayviol-file
                    END-IF
                    SET ws-sayviol-held TO TRUE
                    OPEN INPUT saysupp-file
                    IF ws-saysupp-status = "00"
                        SET ws-saysupp-held TO TRUE
                    ELSE
                        SET ws-saysupp-absent TO TRUE
                    END-IF
                    OPEN EXTEND saysuplg-file
                    IF ws-saysuplg-status = "35"
                        OPEN OUTPUT saysuplg-file
                    END-IF
                    SET ws-saysuplg-held TO TRUE
                    PERFORM 4050-LOAD-SAYRPT-COUNTERS
                    OPEN EXTEND sayrpt-file
                    IF ws-sayrpt-status = "35"
                    END-IF
                    IF ws-saylog-held
                        CLOSE saylog-file
                        PERFORM 2200-SAVE-SAYLOG-CHAIN
                        MOVE "N" TO ws-saylog-held-switch
                    END-IF
                    IF ws-sayfallb-held
                        CLOSE sayviol-file
                        MOVE "N" TO ws-sayviol-held-switch
                    END-IF
                    IF ws-saysupp-held
                        CLOSE saysupp-file
                        MOVE "N" TO ws-saysupp-held-switch
                    END-IF
                    MOVE "N" TO ws-saysupp-absent-switch
                    IF ws-saysuplg-held
                        CLOSE saysuplg-file
                        MOVE "N" TO ws-saysuplg-held-switch
                    END-IF
                    IF ws-fallback-count > ZERO
                        DISPLAY "SAY - LOCALE FALLBACKS="
                                ws-fallback-count
                        MOVE "N" TO ws-sayrpt-held-switch
                    END-IF
                    MOVE "N" TO ws-session-switch
                    PERFORM 0160-DEFAULT-DATASET-NAMES
                END-IF.

            0150-NAME-SESSION-DATASETS.
                *> On *BGN the provider-code slot carries the saydrv
                *> partition stream id, blank for a single-stream
                *> run.
                PERFORM 0160-DEFAULT-DATASET-NAMES.
                IF provider-code NOT = SPACES
                    STRING "SAYLOG" provider-code ".DAT"
                        DELIMITED BY SIZE INTO ws-saylog-dsname
                    END-STRING
                    STRING "SAYRPT" provider-code ".DAT"
                        DELIMITED BY SIZE INTO ws-sayrpt-dsname
                    END-STRING
                    STRING "SAYRPC" provider-code ".DAT"
                        DELIMITED BY SIZE INTO ws-sayrptc-dsname
                    END-STRING
                    STRING "SAYLGS" provider-code ".DAT"
                        DELIMITED BY SIZE INTO ws-saylgsq-dsname
                    END-STRING
                    STRING "SAYSPL" provider-code ".DAT"
                        DELIMITED BY SIZE INTO ws-saysuplg-dsname
                    END-STRING
                    STRING "SAYFLB" provider-code ".DAT"
                        DELIMITED BY SIZE INTO ws-sayfallb-dsname
                    END-STRING
                    STRING "SAYVIO" provider-code ".DAT"
                        DELIMITED BY SIZE INTO ws-sayviol-dsname
                    END-STRING
                END-IF.

            0160-DEFAULT-DATASET-NAMES.
                MOVE "SAYLOG.DAT" TO ws-saylog-dsname.
                MOVE "SAYRPT.DAT" TO ws-sayrpt-dsname.
                MOVE "SAYRPTCT.DAT" TO ws-sayrptc-dsname.
                MOVE "SAYLGSEQ.DAT" TO ws-saylgsq-dsname.
                MOVE "SAYSUPLG.DAT" TO ws-saysuplg-dsname.
                MOVE "SAYFALLB.DAT" TO ws-sayfallb-dsname.
                MOVE "SAYVIOL.DAT" TO ws-sayviol-dsname.

            0300-BEGIN-PREVIEW.
                *> The as-of date comes from the same SAYPRVPM card
                *> sayprev reads, so the driver's report heading and
                *> the dates say resolves against always agree.
                IF NOT ws-session-active
                   AND NOT ws-preview-active
                    *> The preview file is opened first - without it
                    *> there is nowhere to put the preview, so the
                    *> session is refused before anything is held.
                    OPEN OUTPUT sayprvw-file
                    IF ws-sayprvw-status NOT = "00"
                        DISPLAY "SAY - PREVIEW REFUSED, SAYPRVW OPEN "
                                "STATUS " ws-sayprvw-status
                        MOVE 8 TO say-return-code
                    ELSE
                        MOVE FUNCTION CURRENT-DATE
                            TO ws-current-timestamp
                        MOVE ws-current-timestamp(1:8)
                            TO ws-preview-date
                        OPEN INPUT sayprvpm-file
                        IF ws-sayprvpm-status = "00"
                            READ sayprvpm-file
                                NOT AT END
                                    IF sayprvpm-as-of-date NUMERIC
                                       AND sayprvpm-as-of-date > ZERO
                                        MOVE sayprvpm-as-of-date
                                            TO ws-preview-date
                                    END-IF
                            END-READ
                            CLOSE sayprvpm-file
                        END-IF
                        OPEN INPUT saymsgs-file
                        IF ws-saymsgs-status = "00"
                            SET ws-saymsgs-held TO TRUE
                        END-IF
                        OPEN INPUT saylocal-file
                        IF ws-saylocal-status = "00"
                            SET ws-saylocal-held TO TRUE
                        END-IF
                        OPEN INPUT sayauth-file
                        IF ws-sayauth-status = "00"
                            SET ws-sayauth-held TO TRUE
                        ELSE
                            SET ws-sayauth-absent TO TRUE
                        END-IF
                        OPEN INPUT saysupp-file
                        IF ws-saysupp-status = "00"
                            SET ws-saysupp-held TO TRUE
                        ELSE
                            SET ws-saysupp-absent TO TRUE
                        END-IF
                        SET ws-preview-active TO TRUE
                    END-IF
                END-IF.

            0400-END-PREVIEW.
                IF ws-saymsgs-held
                    CLOSE saymsgs-file
                    MOVE "N" TO ws-saymsgs-held-switch
                END-IF.
                IF ws-saylocal-held
                    CLOSE saylocal-file
                    MOVE "N" TO ws-saylocal-held-switch
                END-IF.
                IF ws-sayauth-held
                    CLOSE sayauth-file
                    MOVE "N" TO ws-sayauth-held-switch
                END-IF.
                MOVE "N" TO ws-sayauth-absent-switch.
                IF ws-saysupp-held
                    CLOSE saysupp-file
                    MOVE "N" TO ws-saysupp-held-switch
                END-IF.
                MOVE "N" TO ws-saysupp-absent-switch.
                CLOSE sayprvw-file.
                MOVE "N" TO ws-preview-switch.

            0500-SAY-ONE-MESSAGE.
                IF ws-preview-active
                    PERFORM 0600-PREVIEW-ONE-MESSAGE
                ELSE
                    PERFORM 1000-RESOLVE-MESSAGE
                    IF ws-caller-authorized
                       AND NOT ws-greeting-suppressed
                        PERFORM 1070-SET-RETURN-CODE
                        PERFORM 1080-SUBSTITUTE-DEFAULTS
                        DISPLAY ws-display-hello ws-display-world
                        PERFORM 2000-WRITE-SAYLOG
                        PERFORM 4000-WRITE-SAYRPT
                    END-IF
                END-IF.

            0600-PREVIEW-ONE-MESSAGE.
                MOVE "N" TO ws-fell-back-switch.
                PERFORM 1000-RESOLVE-MESSAGE.
                MOVE ws-preview-date TO sayprvw-as-of-date.
                MOVE caller-program TO sayprvw-caller-program.
                MOVE msg-code TO sayprvw-msg-code.
                MOVE locale-code TO sayprvw-locale-code.
                MOVE subst-name TO sayprvw-subst-name.
                MOVE provider-code TO sayprvw-provider.
                MOVE SPACES TO sayprvw-hello.
                MOVE SPACES TO sayprvw-world.
                MOVE "N" TO sayprvw-fallback-flag.
                MOVE "N" TO sayprvw-violation-flag.
                IF ws-caller-authorized
                    IF NOT ws-greeting-suppressed
                        PERFORM 1070-SET-RETURN-CODE
                        PERFORM 1080-SUBSTITUTE-DEFAULTS
                        MOVE ws-display-hello TO sayprvw-hello
                        MOVE ws-display-world TO sayprvw-world
                        IF ws-locale-fell-back
                            MOVE "Y" TO sayprvw-fallback-flag
                        END-IF
                    END-IF
                ELSE
                    MOVE "Y" TO sayprvw-violation-flag
                END-IF.
                MOVE say-return-code TO sayprvw-return-code.
                WRITE sayprvw-record.

            1000-RESOLVE-MESSAGE.
                PERFORM 1020-CHECK-AUTHORIZATION.
                MOVE "N" TO ws-suppressed-switch.
                IF ws-caller-authorized
                    PERFORM 1060-CHECK-SUPPRESSION
                END-IF.
                IF ws-caller-authorized
                   AND NOT ws-greeting-suppressed
                    IF NOT ws-preview-active
                        PERFORM 1050-CHECK-TRUNCATION
                    END-IF
                    MOVE hello TO ws-display-hello
                    MOVE world TO ws-display-world
                    IF msg-code NOT = SPACES
                END-IF.
                IF NOT ws-caller-authorized
                    MOVE 8 TO say-return-code
                    IF NOT ws-preview-active
                        PERFORM 1040-LOG-VIOLATION
                    END-IF
                END-IF.

            1030-READ-SAYAUTH.
                            "BEEN TRUNCATED"
                END-IF.

            1060-CHECK-SUPPRESSION.
                *> The do-not-greet list is keyed by the name the
                *> greeting is addressed to, so a call with no
                *> substitution name passes through.  A missing
                *> SAYSUPP dataset means nothing is suppressed.
                IF subst-name NOT = SPACES
                   AND subst-name NOT = LOW-VALUES
                    IF ws-preview-active
                        MOVE ws-preview-date TO ws-run-date
                    ELSE
                        MOVE FUNCTION CURRENT-DATE
                            TO ws-current-timestamp
                        MOVE ws-current-timestamp(1:8) TO ws-run-date
                    END-IF
                    IF ws-saysupp-held
                        PERFORM 1062-SCAN-SAYSUPP
                    ELSE
                        IF NOT ws-saysupp-absent
                            OPEN INPUT saysupp-file
                            IF ws-saysupp-status = "00"
                                PERFORM 1062-SCAN-SAYSUPP
                                CLOSE saysupp-file
                            END-IF
                        END-IF
                    END-IF
                END-IF.
                IF ws-greeting-suppressed
                    MOVE 12 TO say-return-code
                    IF NOT ws-preview-active
                        PERFORM 1066-LOG-SUPPRESSION
                    END-IF
                END-IF.

            1062-SCAN-SAYSUPP.
                *> Walk every entry for the name - blank provider and
                *> code sort first - until one in force matches.
                MOVE "N" TO ws-supp-eof-switch.
                MOVE subst-name TO saysupp-subst-name.
                MOVE SPACES TO saysupp-provider.
                MOVE SPACES TO saysupp-msg-code.
                MOVE ZERO TO saysupp-start-date.
                START saysupp-file
                    KEY IS NOT LESS THAN saysupp-key
                    INVALID KEY
                        SET ws-supp-eof TO TRUE
                END-START.
                PERFORM UNTIL ws-supp-eof OR ws-greeting-suppressed
                    READ saysupp-file NEXT RECORD
                        AT END
                            SET ws-supp-eof TO TRUE
                        NOT AT END
                            IF saysupp-subst-name NOT = subst-name
                                SET ws-supp-eof TO TRUE
                            ELSE
                                PERFORM 1064-JUDGE-SUPPRESSION
                            END-IF
                    END-READ
                END-PERFORM.

            1064-JUDGE-SUPPRESSION.
                IF (saysupp-provider = SPACES
                    OR saysupp-provider = provider-code)
                   AND (saysupp-msg-code = SPACES
                        OR saysupp-msg-code = msg-code)
                   AND saysupp-start-date NOT > ws-run-date
                   AND (saysupp-end-date = ZERO
                        OR saysupp-end-date NOT < ws-run-date)
                    SET ws-greeting-suppressed TO TRUE
                    MOVE saysupp-provider TO ws-supp-rule-provider
                    MOVE saysupp-msg-code TO ws-supp-rule-msg-code
                    MOVE saysupp-start-date TO ws-supp-rule-start
                    MOVE saysupp-end-date TO ws-supp-rule-end
                END-IF.

            1066-LOG-SUPPRESSION.
                MOVE FUNCTION CURRENT-DATE TO ws-current-timestamp.
                IF NOT ws-saysuplg-held
                    OPEN EXTEND saysuplg-file
                    IF ws-saysuplg-status = "35"
                        OPEN OUTPUT saysuplg-file
                    END-IF
                END-IF.
                MOVE ws-current-timestamp TO saysuplg-timestamp.
                MOVE caller-program TO saysuplg-caller-program.
                MOVE msg-code TO saysuplg-msg-code.
                MOVE locale-code TO saysuplg-locale-code.
                MOVE subst-name TO saysuplg-subst-name.
                MOVE provider-code TO saysuplg-provider.
                MOVE ws-supp-rule-provider TO saysuplg-rule-provider.
                MOVE ws-supp-rule-msg-code TO saysuplg-rule-msg-code.
                MOVE ws-supp-rule-start TO saysuplg-rule-start.
                MOVE ws-supp-rule-end TO saysuplg-rule-end.
                WRITE saysuplg-record.
                IF NOT ws-saysuplg-held
                    CLOSE saysuplg-file
                END-IF.

            1070-SET-RETURN-CODE.
                IF ws-display-hello = SPACES
                   OR ws-display-hello = LOW-VALUES
                *> the in-force one with the latest effective date.
                *> A code whose entries are all expired or not yet
                *> effective behaves exactly like a missing code.
                IF ws-preview-active
                    MOVE ws-preview-date TO ws-run-date
                ELSE
                    MOVE FUNCTION CURRENT-DATE
                        TO ws-current-timestamp
                    MOVE ws-current-timestamp(1:8) TO ws-run-date
                END-IF.
                MOVE "N" TO ws-msg-found-switch.
                MOVE "N" TO ws-msgs-eof-switch.
                MOVE ZERO TO ws-best-eff-date.
                        END-IF
                    END-IF
                    IF NOT ws-locale-applied
                        SET ws-locale-fell-back TO TRUE
                        IF NOT ws-preview-active
                            PERFORM 1170-LOG-LOCALE-FALLBACK
                        END-IF
                    END-IF
                END-IF.

                *> that goes to SAYLOG, SAYRPT, and the extract is
                *> what actually went out.  An & that opens no known
                *> token passes through unchanged.
                IF ws-preview-active
                    MOVE ws-preview-date TO ws-run-date-x
                ELSE
                    MOVE FUNCTION CURRENT-DATE
                        TO ws-current-timestamp
                    MOVE ws-current-timestamp(1:8) TO ws-run-date-x
                END-IF.
                MOVE ws-display-hello TO ws-subst-field.
                PERFORM 1210-RESOLVE-IF-TOKENED.
                MOVE ws-subst-field TO ws-display-hello.
            2000-WRITE-SAYLOG.
                MOVE FUNCTION CURRENT-DATE TO ws-current-timestamp.
                IF NOT ws-saylog-held
                    PERFORM 2100-LOAD-SAYLOG-CHAIN
                    OPEN EXTEND saylog-file
                    IF ws-saylog-status = "35"
                        OPEN OUTPUT saylog-file
                MOVE ws-display-hello TO saylog-hello.
                MOVE ws-display-world TO saylog-world.
                MOVE provider-code TO saylog-provider.
                MOVE msg-code TO saylog-msg-code.
                ADD 1 TO ws-saylog-last-seq.
                MOVE ws-saylog-last-seq TO saylog-seq-no.
                MOVE ws-saylog-last-check TO saylog-prev-check.
                CALL "saylgchk" USING saylog-record saylog-check-value
                END-CALL.
                MOVE saylog-check-value TO ws-saylog-last-check.
                WRITE saylog-record.
                IF NOT ws-saylog-held
                    CLOSE saylog-file
                    PERFORM 2200-SAVE-SAYLOG-CHAIN
                END-IF.

            2050-FIND-SAYLOG-TAIL.
                *> A session starts from the last chained record
                *> actually on SAYLOG rather than from SAYLGSEQ
                *> alone - an abended session never saved SAYLGSEQ,
                *> and its restart must carry on from what the
                *> abended leg wrote, not reuse its numbers.  The
                *> higher of the two wins, so numbers freed by a
                *> backout at the end of the log are not reused
                *> either.
                PERFORM 2100-LOAD-SAYLOG-CHAIN.
                MOVE "N" TO ws-saylog-eof-switch.
                OPEN INPUT saylog-file.
                IF ws-saylog-status = "00"
                    PERFORM UNTIL ws-saylog-eof
                        READ saylog-file
                            AT END
                                SET ws-saylog-eof TO TRUE
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

            2100-LOAD-SAYLOG-CHAIN.
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

            2200-SAVE-SAYLOG-CHAIN.
                MOVE ws-saylog-last-seq TO saylgsq-last-seq-no.
                MOVE ws-saylog-last-check TO saylgsq-last-check.
                MOVE FUNCTION CURRENT-DATE TO saylgsq-timestamp.
                OPEN OUTPUT saylgsq-file.
                WRITE saylgsq-record.
                CLOSE saylgsq-file.

            4000-WRITE-SAYRPT.
                *> Most callers CALL say once and exit, so the page
                *> and line position has to survive across separate
