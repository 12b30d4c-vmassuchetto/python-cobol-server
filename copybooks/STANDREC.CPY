       01   STANDING-RECORD.
            03 SI-KEY.
               05 SI-DATAFILE           PIC X(30).
               05 SI-ID                 PIC 9(08).
            03 SI-MASTER-KEY            PIC X(20).
            03 SI-MOV-TYPE              PIC X(01).
            03 SI-AMOUNT                PIC 9(13)V99.
            03 SI-FREQUENCY             PIC X(01).
            03 SI-ANCHOR-DAY            PIC 9(02).
            03 SI-NEXT-DUE              PIC X(08).
            03 SI-END-DATE              PIC X(08).
            03 SI-REMAINING             PIC 9(05).
            03 SI-ADJUST                PIC X(01).
            03 SI-STATUS                PIC X(01).
            03 SI-LAST-GENERATED        PIC X(08).
            03 SI-MAKER                 PIC X(08).
            03 SI-TIMESTAMP             PIC X(21).
