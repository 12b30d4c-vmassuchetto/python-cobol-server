       01   REVAL-RECORD.
            03 RVL-KEY.
               05 RVL-DATAFILE          PIC X(30).
               05 RVL-PERIOD            PIC X(06).
               05 RVL-CURRENCY          PIC X(03).
            03 RVL-BASE-CURRENCY        PIC X(03).
            03 RVL-MASTER-COUNT         PIC 9(09).
            03 RVL-FOREIGN-BALANCE      PIC S9(13)V99.
            03 RVL-CLOSING-RATE         PIC 9(07)V9(08).
            03 RVL-RESTATED             PIC S9(13)V99.
            03 RVL-CARRYING             PIC S9(13)V99.
            03 RVL-GAIN-LOSS            PIC S9(13)V99.
            03 RVL-RUN-KEY              PIC X(29).
            03 RVL-TIMESTAMP            PIC X(21).
