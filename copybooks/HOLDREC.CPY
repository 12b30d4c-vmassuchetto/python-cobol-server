       01   HOLD-RECORD.
            03 HL-KEY.
               05 HL-DATAFILE           PIC X(30).
               05 HL-MASTER-KEY         PIC X(20).
               05 HL-SEQ                PIC 9(05).
            03 HL-KIND                  PIC X(01).
            03 HL-AMOUNT                PIC 9(13)V99.
            03 HL-REASON-CODE           PIC X(02).
            03 HL-REASON                PIC X(30).
            03 HL-PLACED-BY             PIC X(08).
            03 HL-PLACED-DATE           PIC X(08).
            03 HL-EXPIRY-DATE           PIC X(08).
            03 HL-STATUS                PIC X(01).
            03 HL-CLOSED-BY             PIC X(08).
            03 HL-TIMESTAMP             PIC X(21).
