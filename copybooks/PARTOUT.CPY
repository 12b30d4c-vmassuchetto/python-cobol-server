       01   PARTIAL-RECORD.
            03 PTL-TYPE                 PIC X(01).
            03 PTL-BREAK-VALUE          PIC X(30).
            03 PTL-COUNT                PIC 9(09).
            03 PTL-AMOUNT               PIC S9(13)V99
                                        OCCURS 5.
            03 PTL-SCOPE-VALUE          PIC X(30).
