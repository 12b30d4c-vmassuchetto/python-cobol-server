       01   WS-EXPECTED                 PIC S9(09) VALUE 0.
       01   WS-RUN-COUNT                PIC 9(9) VALUE 0.
       01   WS-MISMATCH-COUNT           PIC 9(9) VALUE 0.
       01   WS-PARTIAL-COUNT            PIC 9(9) VALUE 0.
       01   WS-PART-IX                  PIC 9(03) VALUE 0.
       01   WS-PART-USED                PIC 9(03) VALUE 0.
       01   WS-PART-FOUND               PIC X(01) VALUE "N".
       01   WS-PART-TABLE.
            03 WS-PART-ENTRY            OCCURS 50.
               05 WS-PART-REF           PIC X(29).
               05 WS-PART-PROGRAM       PIC X(08).
               05 WS-PART-TALLY         PIC 9(03).
               05 WS-PART-READ          PIC 9(09).
               05 WS-PART-CLOSING       PIC 9(09).

       01   CONFIGSRV-ARGV.
            03 CFGSRV-FILLER            PIC X(02).
            MOVE 0 TO WS-PREV-CLOSING.
            MOVE 0 TO WS-RUN-COUNT.
            MOVE 0 TO WS-MISMATCH-COUNT.
            MOVE 0 TO WS-PARTIAL-COUNT.
            MOVE 0 TO WS-PART-USED.
            PERFORM FILE-OPEN.
            MOVE LOW-VALUES TO RUNCTL-KEY.
            START RUNCTL-FILE KEY NOT LESS RUNCTL-KEY.

       BALANCE-LOOP SECTION.
            IF RUNCTL-DATAFILE = "{{ DATAFILE }}"
                 AND RUNCTL-FINAL-STATUS = "P"
                 PERFORM PARTITION-TALLY
            ELSE IF RUNCTL-DATAFILE = "{{ DATAFILE }}"
                 AND RUNCTL-FINAL-STATUS = "C"
                 PERFORM BALANCE-CHECK.
            PERFORM FILE-READ.

       PARTITION-TALLY SECTION.
            ADD 1 TO WS-PARTIAL-COUNT.
            PERFORM PARTITION-FIND.
            IF WS-PART-FOUND = "N" AND WS-PART-USED < 50
                 ADD 1 TO WS-PART-USED
                 MOVE WS-PART-USED TO WS-PART-IX
                 MOVE RUNCTL-REFERENCE-KEY TO WS-PART-REF(WS-PART-IX)
                 MOVE RUNCTL-PROGRAM TO WS-PART-PROGRAM(WS-PART-IX)
                 MOVE 0 TO WS-PART-TALLY(WS-PART-IX)
                 MOVE 0 TO WS-PART-READ(WS-PART-IX)
                 MOVE 0 TO WS-PART-CLOSING(WS-PART-IX)
                 MOVE "Y" TO WS-PART-FOUND.
            IF WS-PART-FOUND = "Y"
                 ADD 1 TO WS-PART-TALLY(WS-PART-IX)
                 ADD RUNCTL-READ-COUNT TO WS-PART-READ(WS-PART-IX)
                 ADD RUNCTL-CLOSING-COUNT
                      TO WS-PART-CLOSING(WS-PART-IX).

       PARTITION-FIND SECTION.
            MOVE "N" TO WS-PART-FOUND.
            MOVE 1 TO WS-PART-IX.
            PERFORM PARTITION-FIND-STEP
                 UNTIL WS-PART-IX > WS-PART-USED
                 OR WS-PART-FOUND = "Y".

       PARTITION-FIND-STEP SECTION.
            IF WS-PART-REF(WS-PART-IX) = RUNCTL-REFERENCE-KEY
                 AND WS-PART-PROGRAM(WS-PART-IX) = RUNCTL-PROGRAM
                 MOVE "Y" TO WS-PART-FOUND
            ELSE
                 ADD 1 TO WS-PART-IX.

       PARTITION-PROOF SECTION.
            PERFORM PARTITION-FIND.
            IF WS-PART-FOUND = "Y"
                 IF WS-PART-READ(WS-PART-IX) NOT = RUNCTL-READ-COUNT
                      OR WS-PART-CLOSING(WS-PART-IX)
                           NOT = RUNCTL-CLOSING-COUNT
                      ADD 1 TO WS-MISMATCH-COUNT
                      DISPLAY "DIFERENCA PARTICOES: " WITH NO ADVANCING
                      DISPLAY RUNCTL-PROGRAM WITH NO ADVANCING
                      DISPLAY " " WITH NO ADVANCING
                      DISPLAY RUNCTL-START-TIMESTAMP WITH NO ADVANCING
                      DISPLAY " LIDOS " WITH NO ADVANCING
                      DISPLAY WS-PART-READ(WS-PART-IX)
                           WITH NO ADVANCING
                      DISPLAY " CONSOLIDADO " WITH NO ADVANCING
                      DISPLAY RUNCTL-READ-COUNT
                 END-IF
                 MOVE SPACES TO WS-PART-REF(WS-PART-IX).

       BALANCE-CHECK SECTION.
            ADD 1 TO WS-RUN-COUNT.
            IF RUNCTL-REFERENCE-KEY NOT = SPACES
                 PERFORM PARTITION-PROOF.
            IF WS-FIRST-RUN = "Y" OR RUNCTL-PROGRAM = "RESTORE"
                 MOVE "N" TO WS-FIRST-RUN
            ELSE
            DISPLAY WS-RUN-COUNT.
            DISPLAY "DIFERENCAS ENCONTRADAS: " WITH NO ADVANCING.
            DISPLAY WS-MISMATCH-COUNT.
            DISPLAY "PARTICOES AGREGADAS: " WITH NO ADVANCING.
            DISPLAY WS-PARTIAL-COUNT.

       FILE-OPEN SECTION.
            OPEN INPUT RUNCTL-FILE.
