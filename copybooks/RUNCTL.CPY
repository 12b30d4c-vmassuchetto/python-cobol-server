            03 RUNCTL-CLOSING-COUNT     PIC 9(09).
            03 RUNCTL-FINAL-STATUS      PIC X(01).
            03 RUNCTL-AMOUNT-TOTAL      PIC S9(13)V99.
            03 RUNCTL-SKIPPED-COUNT     PIC 9(09).
            03 RUNCTL-REFERENCE-KEY     PIC X(29).
