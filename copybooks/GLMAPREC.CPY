       01   GLMAP-RECORD.
            03 GLM-KEY.
               05 GLM-DATAFILE          PIC X(30).
               05 GLM-MOV-TYPE          PIC X(01).
               05 GLM-BREAK-VALUE       PIC X(30).
            03 GLM-DEBIT-ACCOUNT        PIC X(20).
            03 GLM-CREDIT-ACCOUNT       PIC X(20).
            03 GLM-DESCRIPTION          PIC X(30).
            03 GLM-MAINTAINED-BY        PIC X(08).
            03 GLM-TIMESTAMP            PIC X(21).
