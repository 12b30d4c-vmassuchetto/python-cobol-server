            03 AUTH-DATAFILE            PIC X(30).
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
            03 CFGSRV-PATH              PIC X(100).
            03 CFGSRV-RESULT            PIC X(01).
       01   REVALUE-ARGV.
            03 RVA-FILLER               PIC X(02).
            03 RVA-USER-ID              PIC X(08).
            03 RVA-PERIOD               PIC X(06).
            03 RVA-RESULT               PIC X(01).
            03 RVA-GAIN-TOTAL           PIC S9(13)V99.

       LINKAGE SECTION.
       01   ARGV.
            DISPLAY "PERIODO FECHADO: " WITH NO ADVANCING.
            DISPLAY PER-PERIOD.
            MOVE "0" TO RESULT-CODE.
            PERFORM PERIOD-REVALUE.

       PERIOD-REVALUE SECTION.
            MOVE SPACES TO REVALUE-ARGV.
            MOVE USER-ID TO RVA-USER-ID.
            MOVE PER-PERIOD TO RVA-PERIOD.
            MOVE "1" TO RVA-RESULT.
            MOVE ZERO TO RVA-GAIN-TOTAL.
            CALL "REVALUE" USING REVALUE-ARGV.
            IF RVA-RESULT NOT = "0"
                 DISPLAY "AVISO: REAVALIACAO CAMBIAL NAO CONCLUIDA."
            ELSE
                 DISPLAY "GANHO/PERDA CAMBIAL: " WITH NO ADVANCING
                 DISPLAY RVA-GAIN-TOTAL.

       FILE-TOTALS SECTION.
            MOVE 0 TO WS-CLOSING-COUNT.
            OPEN EXTEND AUDIT-FILE.
            IF AUDIT-STATUS = "35"
                 OPEN OUTPUT AUDIT-FILE.
            PERFORM AUDIT-SEALING.
            WRITE AUDIT-RECORD.
            PERFORM AUDIT-SEAL-CONFIRM.
            CLOSE AUDIT-FILE.

       AUDIT-SEALING SECTION.
            MOVE SPACES TO AUDIT-SEAL.
            MOVE SPACES TO SEALSRV-ARGV.
            MOVE "N" TO SEAL-OPERATION.
            MOVE WS-AUDIT-PATH TO SEAL-FILE-PATH.
            MOVE "PERCLOSE" TO SEAL-PROGRAM.
            MOVE AUDIT-RECORD TO SEAL-DATA.
            MOVE "1" TO SEAL-RESULT.
            CALL "SEALSRV" USING SEALSRV-ARGV.
            IF SEAL-RESULT = "0"
                 MOVE SEAL-SEQUENCE TO AUDIT-SEAL-SEQUENCE
                 MOVE SEAL-CHECK TO AUDIT-SEAL-CHECK
            ELSE
                 MOVE ZERO TO AUDIT-SEAL-SEQUENCE
                 MOVE ZERO TO AUDIT-SEAL-CHECK.

       AUDIT-SEAL-CONFIRM SECTION.
            IF SEAL-RESULT = "0"
                 IF AUDIT-STATUS = "00"
                      MOVE "K" TO SEAL-OPERATION
                 ELSE
                      MOVE "L" TO SEAL-OPERATION
                 END-IF
                 MOVE "1" TO SEAL-RESULT
                 CALL "SEALSRV" USING SEALSRV-ARGV.

       RUN-INIT SECTION.
            MOVE SPACES TO RUNCTL-RECORD.
            MOVE "PERCLOSE" TO RUNCTL-PROGRAM.
            MOVE 0 TO RUNCTL-ERROR-COUNT.
            MOVE 0 TO RUNCTL-CLOSING-COUNT.
            MOVE ZERO TO RUNCTL-AMOUNT-TOTAL.
            MOVE 0 TO RUNCTL-SKIPPED-COUNT.
            MOVE "E" TO RUNCTL-FINAL-STATUS.

       RUN-WRITE SECTION.
