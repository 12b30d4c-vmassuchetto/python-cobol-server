       01   BUDGET-RECORD.
            03 BUD-KEY.
               05 BUD-DATAFILE          PIC X(30).
               05 BUD-BREAK-VALUE       PIC X(30).
               05 BUD-PERIOD            PIC X(06).
            03 BUD-AMOUNT               PIC S9(13)V99.
            03 BUD-TOLERANCE-PCT        PIC 9(03)V99.
            03 BUD-MAINTAINED-BY        PIC X(08).
            03 BUD-TIMESTAMP            PIC X(21).
