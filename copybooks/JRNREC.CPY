       01   JOURNAL-RECORD.
            03 JRN-OPERATION            PIC X(01).
            03 JRN-TIMESTAMP            PIC X(21).
            03 JRN-KEY                  PIC X(20).
            03 JRN-IMAGE                PIC X(:RECLEN:).
            03 JRN-POSTING.
               05 JRN-RUN-KEY           PIC X(29).
               05 JRN-MOV-TYPE          PIC X(01).
               05 JRN-MOV-AMOUNT        PIC 9(13)V99.
               05 JRN-MOV-DATE          PIC X(08).
               05 JRN-MOV-CURRENCY      PIC X(03).
               05 JRN-ORIG-AMOUNT       PIC 9(13)V99.
               05 JRN-FX-RATE           PIC 9(07)V9(08).
               05 JRN-POST-CURRENCY     PIC X(03).
            03 JRN-SEAL.
               05 JRN-SEAL-SEQUENCE     PIC 9(09).
               05 JRN-SEAL-CHECK        PIC 9(10).
            03 JRN-MOV-ORIGIN           PIC X(01).
