       01   DUNNING-RECORD.
            03 DN-KEY.
               05 DN-DATAFILE           PIC X(30).
               05 DN-MASTER-KEY         PIC X(20).
               05 DN-CYCLE              PIC 9(03).
               05 DN-STAGE              PIC 9(01).
            03 DN-STATUS                PIC X(01).
            03 DN-SENT-DATE             PIC X(08).
            03 DN-AGE-DAYS              PIC 9(05).
            03 DN-AMOUNT                PIC 9(13)V99.
            03 DN-CLOSED-DATE           PIC X(08).
            03 DN-RUN-KEY               PIC X(29).
            03 DN-TIMESTAMP             PIC X(21).
