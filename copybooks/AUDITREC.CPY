            03 AUDIT-OLD-VALUES         PIC X(200).
            03 AUDIT-NEW-VALUES         PIC X(200).
            03 AUDIT-USER               PIC X(08).
            03 AUDIT-SEAL.
               05 AUDIT-SEAL-SEQUENCE   PIC 9(09).
               05 AUDIT-SEAL-CHECK      PIC 9(10).
            03 AUDIT-KEY-TAIL           PIC X(19).
