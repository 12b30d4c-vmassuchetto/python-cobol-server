       01   SEAL-CONTROL-RECORD.
            03 SCT-PATH                 PIC X(100).
            03 SCT-FIRST-SEQUENCE       PIC 9(09).
            03 SCT-ANCHOR-CHECK         PIC 9(10).
            03 SCT-LAST-SEQUENCE        PIC 9(09).
            03 SCT-LAST-CHECK           PIC 9(10).
            03 SCT-PROGRAM              PIC X(08).
            03 SCT-TIMESTAMP            PIC X(21).
