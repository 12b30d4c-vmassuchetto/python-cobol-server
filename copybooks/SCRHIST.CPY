       01   SCREEN-HIST-RECORD.
            03 SH-KEY.
               05 SH-DATAFILE           PIC X(30).
               05 SH-MOV-KEY            PIC X(20).
               05 SH-MOV-DATE           PIC X(08).
               05 SH-STAMP              PIC X(21).
               05 SH-SEQ                PIC 9(09).
            03 SH-MOV-TYPE              PIC X(01).
            03 SH-AMOUNT                PIC 9(13)V99.
            03 SH-FLAG                  PIC X(01).
            03 SH-REVIEW-ID             PIC 9(08).
