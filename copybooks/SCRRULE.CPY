       01   SCREEN-RULE-RECORD.
            03 SR-KEY.
               05 SR-DATAFILE           PIC X(30).
               05 SR-MOV-TYPE           PIC X(01).
            03 SR-THRESHOLD             PIC 9(13)V99.
            03 SR-WINDOW-DAYS           PIC 9(03).
            03 SR-BAND-PCT              PIC 9(03)V99.
            03 SR-MIN-COUNT             PIC 9(03).
            03 SR-MAINTAINED-BY         PIC X(08).
            03 SR-TIMESTAMP             PIC X(21).
