       01   SIGNOFF-RECORD.
            03 SO-KEY.
               05 SO-DATAFILE           PIC X(30).
               05 SO-CYCLE              PIC X(08).
               05 SO-USER               PIC X(08).
               05 SO-PERM-DATAFILE      PIC X(30).
               05 SO-OPERATION          PIC X(01).
            03 SO-SOURCE                PIC X(01).
            03 SO-LAST-USED             PIC X(08).
            03 SO-IDLE-DAYS             PIC 9(05).
            03 SO-UNUSED-FLAG           PIC X(01).
            03 SO-SOD-FLAG              PIC X(01).
            03 SO-SOD-RULES             PIC X(20).
            03 SO-DECISION              PIC X(01).
            03 SO-REVIEWER              PIC X(08).
            03 SO-DECIDED-AT            PIC X(21).
            03 SO-NOTE                  PIC X(30).
            03 SO-PREPARED-BY           PIC X(08).
            03 SO-PREPARED-AT           PIC X(21).
