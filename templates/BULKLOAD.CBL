           COPY REJREC.

       FD JOURNAL-FILE.
           COPY JRNREC REPLACING ==:RECLEN:== BY =={{ RECORDLEN }}==.

       FD EVENT-FILE.
           COPY EVTREC.
            03 AUTH-OPERATION           PIC X(01).
            03 AUTH-RESULT              PIC X(01).

       01   SEALSRV-ARGV.
            03 SEAL-FILLER              PIC X(02).
            03 SEAL-OPERATION           PIC X(01).
            03 SEAL-FILE-PATH           PIC X(100).
            03 SEAL-PROGRAM             PIC X(08).
            03 SEAL-SEQUENCE            PIC 9(09).
            03 SEAL-PREVIOUS            PIC 9(10).
            03 SEAL-CHECK               PIC 9(10).
            03 SEAL-FIRST-SEQUENCE      PIC 9(09).
            03 SEAL-ANCHOR-CHECK        PIC 9(10).
            03 SEAL-DATA                PIC X(4000).
            03 SEAL-RESULT              PIC X(01).
       01   CONFIGSRV-ARGV.
            03 CFGSRV-FILLER            PIC X(02).
            03 CFGSRV-LOGICAL           PIC X(30).
            OPEN EXTEND JOURNAL-FILE.
            IF JOURNAL-STATUS = "35"
                 OPEN OUTPUT JOURNAL-FILE.
            PERFORM JOURNAL-SEALING.
            WRITE JOURNAL-RECORD.
            PERFORM JOURNAL-SEAL-CONFIRM.
            CLOSE JOURNAL-FILE.

       JOURNAL-SEALING SECTION.
            MOVE SPACES TO JRN-SEAL.
            MOVE SPACES TO SEALSRV-ARGV.
            MOVE "N" TO SEAL-OPERATION.
            MOVE WS-JOURNAL-PATH TO SEAL-FILE-PATH.
            MOVE "BULKLOAD" TO SEAL-PROGRAM.
            MOVE JOURNAL-RECORD TO SEAL-DATA.
            MOVE "1" TO SEAL-RESULT.
            CALL "SEALSRV" USING SEALSRV-ARGV.
            IF SEAL-RESULT = "0"
                 MOVE SEAL-SEQUENCE TO JRN-SEAL-SEQUENCE
                 MOVE SEAL-CHECK TO JRN-SEAL-CHECK
            ELSE
                 MOVE ZERO TO JRN-SEAL-SEQUENCE
                 MOVE ZERO TO JRN-SEAL-CHECK.

       JOURNAL-SEAL-CONFIRM SECTION.
            IF SEAL-RESULT = "0"
                 IF JOURNAL-STATUS = "00"
                      MOVE "K" TO SEAL-OPERATION
                 ELSE
                      MOVE "L" TO SEAL-OPERATION
                 END-IF
                 MOVE "1" TO SEAL-RESULT
                 CALL "SEALSRV" USING SEALSRV-ARGV.

       REJECT-INIT SECTION.
            MOVE SPACES TO REJECT-RECORD.
            MOVE "BULKLOAD" TO REJECT-PROGRAM.
            MOVE 0 TO RUNCTL-ERROR-COUNT.
            MOVE 0 TO RUNCTL-CLOSING-COUNT.
            MOVE ZERO TO RUNCTL-AMOUNT-TOTAL.
            MOVE 0 TO RUNCTL-SKIPPED-COUNT.
            MOVE "E" TO RUNCTL-FINAL-STATUS.

       RUN-CLOSING-COUNT SECTION.
