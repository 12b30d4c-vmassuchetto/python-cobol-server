       01   PARTITION-RECORD.
            03 PRT-KEY.
               05 PRT-DATAFILE          PIC X(30).
               05 PRT-PROGRAM           PIC X(08).
               05 PRT-NUMBER            PIC 9(02).
            03 PRT-LOW-KEY              PIC X(20).
            03 PRT-HIGH-KEY             PIC X(20).
            03 PRT-STATUS               PIC X(01).
            03 PRT-RUN-ID               PIC X(29).
            03 PRT-RUNCTL-KEY           PIC X(29).
            03 PRT-READ-COUNT           PIC 9(09).
            03 PRT-ERROR-COUNT          PIC 9(09).
            03 PRT-CLOSING-COUNT        PIC 9(09).
            03 PRT-TIMESTAMP            PIC X(21).
