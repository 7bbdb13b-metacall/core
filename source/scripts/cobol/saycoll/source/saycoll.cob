                SELECT sayclrpt-file ASSIGN TO "SAYCLRPT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-sayclrpt-status.
                SELECT saycolct-file ASSIGN TO "SAYCOLCT.DAT"
                    ORGANIZATION SEQUENTIAL
                    FILE STATUS ws-saycolct-status.
            DATA DIVISION.
            FILE SECTION.
           *> Each provider file arrives in full SAYTRAN framing -
            FD  sayclrpt-file.
            01  sayclrpt-record         PIC X(80).

            FD  saycolct-file.
            COPY saycolct.

            WORKING-STORAGE SECTION.
            01  ws-saytrnp1-status   PIC X(2).
            01  ws-saytrnp2-status   PIC X(2).
            01  ws-saytran-status    PIC X(2).
            01  ws-saycoldt-status   PIC X(2).
            01  ws-sayclrpt-status   PIC X(2).
            01  ws-saycolct-status   PIC X(2).
            01  ws-prov-sub          PIC 9(1)  COMP.
            01  ws-prov-eof-switch   PIC X     VALUE "N".
                88 ws-prov-eof                 VALUE "Y".

            9000-TERMINATE.
                PERFORM 9100-RECORD-COLLATED-DATES.
                PERFORM 9200-WRITE-COLLATION-TOTALS.
                CLOSE saytran-file sayclrpt-file.
                DISPLAY "SAYCOLL - PROVIDERS LOADED="
                        ws-loaded-providers
                    END-IF
                END-PERFORM.
                CLOSE saycoldt-file.

            9200-WRITE-COLLATION-TOTALS.
                *> One record per provider, refused or not, so the
                *> acknowledgment run downstream knows tonight's
                *> outcome for every feed without reading the
                *> printed collation report.
                OPEN OUTPUT saycolct-file.
                PERFORM VARYING ws-prov-sub FROM 1 BY 1
                        UNTIL ws-prov-sub > 3
                    MOVE ws-prov-id(ws-prov-sub) TO saycolct-provider
                    MOVE ws-prov-file-date(ws-prov-sub)
                        TO saycolct-file-date
                    MOVE ws-merge-hdr-date TO saycolct-collate-date
                    IF ws-prov-loaded-sw(ws-prov-sub) = "Y"
                        MOVE "LOADED" TO saycolct-disposition
                    ELSE
                        MOVE "REFUSED" TO saycolct-disposition
                    END-IF
                    MOVE ws-prov-detail-cnt(ws-prov-sub)
                        TO saycolct-detail-count
                    MOVE ws-prov-reason(ws-prov-sub)
                        TO saycolct-reason
                    WRITE saycolct-record
                END-PERFORM.
                CLOSE saycolct-file.
