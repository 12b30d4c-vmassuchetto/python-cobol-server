       01   CURRENCY-RECORD.
            03 CUR-KEY.
               05 CUR-DATAFILE          PIC X(30).
               05 CUR-MASTER-KEY        PIC X(20).
            03 CUR-CODE                 PIC X(03).
            03 CUR-MAINTAINED-BY        PIC X(08).
            03 CUR-TIMESTAMP            PIC X(21).
