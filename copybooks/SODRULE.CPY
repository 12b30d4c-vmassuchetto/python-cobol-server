       01   SOD-RULE-RECORD.
            03 SOD-KEY.
               05 SOD-DATAFILE          PIC X(30).
               05 SOD-RULE-ID           PIC X(04).
            03 SOD-OPERATION-1          PIC X(01).
            03 SOD-OPERATION-2          PIC X(01).
            03 SOD-DESCRIPTION          PIC X(40).
            03 SOD-MAINTAINED-BY        PIC X(08).
            03 SOD-TIMESTAMP            PIC X(21).
