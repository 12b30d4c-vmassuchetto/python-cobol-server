       01   REVIEW-RECORD.
            03 RV-ID                    PIC 9(08).
            03 RV-DATAFILE              PIC X(30).
            03 RV-STATUS                PIC X(01).
            03 RV-REASON                PIC X(02).
            03 RV-MOVEMENT              PIC X(48).
            03 RV-NEAR-COUNT            PIC 9(03).
            03 RV-WINDOW-TOTAL          PIC 9(13)V99.
            03 RV-CREATED               PIC X(21).
            03 RV-RUN-KEY               PIC X(29).
            03 RV-REVIEWED-BY           PIC X(08).
            03 RV-REVIEWED-AT           PIC X(21).
            03 RV-NOTE                  PIC X(30).
