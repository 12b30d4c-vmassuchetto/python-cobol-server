       01   SCOPE-RECORD.
            03 SCOPE-KEY.
               05 SCOPE-USER            PIC X(08).
               05 SCOPE-DATAFILE        PIC X(30).
            03 SCOPE-FIELD-NAME         PIC X(30).
            03 SCOPE-ALLOWED            PIC X(08) OCCURS 10.
