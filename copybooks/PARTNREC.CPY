       01   PARTNER-RECORD.
            03 PARTNER-ID               PIC X(08).
            03 PARTNER-LAST-SEQ         PIC 9(09).
