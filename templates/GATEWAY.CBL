       01   INPUT-RECORD                PIC X({{ INPUTLINELEN }}).

       FD PARTNER-FILE.
           COPY PARTNREC.

       FD QUARANTINE-FILE.
       01   QUARANTINE-LINE             PIC X({{ INPUTLINELEN }}).
            MOVE 0 TO RUNCTL-ERROR-COUNT.
            MOVE 0 TO RUNCTL-CLOSING-COUNT.
            MOVE ZERO TO RUNCTL-AMOUNT-TOTAL.
            MOVE 0 TO RUNCTL-SKIPPED-COUNT.
            MOVE "E" TO RUNCTL-FINAL-STATUS.

       RUN-WRITE SECTION.
