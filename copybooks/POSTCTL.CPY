       01   POSTCTL-RECORD.
            03 PCT-KEY.
               05 PCT-DATAFILE          PIC X(30).
               05 PCT-MOV-COUNT         PIC 9(09).
               05 PCT-MOV-HASH          PIC 9(15)V99.
               05 PCT-FIRST-MOVEMENT    PIC X(48).
               05 PCT-LAST-MOVEMENT     PIC X(48).
            03 PCT-STATUS               PIC X(01).
            03 PCT-RUN-KEY              PIC X(29).
            03 PCT-LAST-SEQ             PIC 9(09).
            03 PCT-POSTED-COUNT         PIC 9(09).
            03 PCT-POSTED-TOTAL         PIC S9(13)V99.
            03 PCT-TIMESTAMP            PIC X(21).
