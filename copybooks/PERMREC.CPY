       01   PERM-RECORD.
            03 PERM-KEY.
               05 PERM-USER             PIC X(08).
               05 PERM-DATAFILE         PIC X(30).
            03 PERM-OPERATIONS          PIC X(08).
