       01   PAYCRIT-RECORD.
            03 PCR-KEY.
               05 PCR-DATAFILE          PIC X(30).
               05 PCR-TYPE              PIC X(02).
            03 PCR-MIN-BALANCE          PIC 9(13)V99.
            03 PCR-MAX-PAYMENT          PIC 9(13)V99.
