       01   MOVEMENT-RECORD.
            03 MOV-KEY                  PIC X(20).
            03 MOV-TYPE                 PIC X(01).
            03 MOV-AMOUNT-X             PIC X(15).
            03 MOV-AMOUNT REDEFINES MOV-AMOUNT-X
                                        PIC 9(13)V99.
            03 MOV-DATE                 PIC X(08).
            03 MOV-CURRENCY             PIC X(03).
            03 MOV-ORIGIN               PIC X(01).
