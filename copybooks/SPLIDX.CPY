       01   SPOOL-INDEX-RECORD.
            03 SPX-REPORT               PIC X(08).
            03 SPX-DATAFILE             PIC X(30).
            03 SPX-RUN-TIMESTAMP        PIC X(21).
            03 SPX-TYPE                 PIC X(01).
            03 SPX-BRANCH               PIC X(30).
            03 SPX-FIRST-PAGE           PIC 9(05).
            03 SPX-LAST-PAGE            PIC 9(05).
            03 SPX-PAGES                PIC 9(05).
            03 SPX-COUNT                PIC 9(09).
            03 SPX-AMOUNT               PIC S9(13)V99.
            03 SPX-STATUS               PIC X(01).
            03 SPX-PATH                 PIC X(100).
