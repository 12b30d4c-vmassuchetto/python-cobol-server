       01   PAY-RECORD.
            03 PAY-KEY.
               05 PAY-BATCH-ID          PIC 9(08).
               05 PAY-ITEM-SEQ          PIC 9(06).
            03 PAY-DATAFILE             PIC X(30).
            03 PAY-MASTER-KEY           PIC X(20).
            03 PAY-PAYEE                PIC X(60).
            03 PAY-AMOUNT               PIC 9(13)V99.
            03 PAY-STATUS               PIC X(01).
            03 PAY-ITEM-COUNT           PIC 9(09).
            03 PAY-PARTNER              PIC X(08).
            03 PAY-VALUE-DATE           PIC X(08).
            03 PAY-MAKER                PIC X(08).
            03 PAY-CHECKER              PIC X(08).
            03 PAY-RETURN-COUNT         PIC 9(09).
            03 PAY-RETURN-TOTAL         PIC 9(13)V99.
            03 PAY-REASON               PIC X(30).
            03 PAY-TIMESTAMP            PIC X(21).
