                 ACCESS IS  DYNAMIC
                 RECORD KEY IS RUNCTL-KEY
                 FILE STATUS IS RUNCTL-STATUS.
            SELECT PARTITION-FILE ASSIGN WS-PARTITION-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS PRT-KEY
                 FILE STATUS IS PARTITION-STATUS.
            SELECT PARTIAL-FILE ASSIGN WS-PARTIAL-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS PARTIAL-STATUS.

       DATA DIVISION.

       FD RUNCTL-FILE.
           COPY RUNCTL.

       FD PARTITION-FILE.
           COPY PARTREC.

       FD PARTIAL-FILE.
           COPY PARTOUT.

       WORKING-STORAGE SECTION.
       01   WS-DATA-PATH                PIC X(100)
                                        VALUE "{{ DATAFILE }}".
       01   WS-RUNCTL-PATH              PIC X(100)
                                        VALUE "{{ RUNCTLFILE }}".
       01   WS-PARTITION-PATH           PIC X(100)
                                        VALUE "{{ PARTITIONFILE }}".
       01   WS-PARTIAL-BASE             PIC X(100)
                                        VALUE "{{ PARTIALFILE }}".
       01   WS-PARTIAL-PATH             PIC X(100) VALUE SPACES.
       01   FILE-STATUS                 PIC X(02) VALUE SPACES.
       01   RUNCTL-STATUS               PIC X(02) VALUE SPACES.
       01   PARTITION-STATUS            PIC X(02) VALUE SPACES.
       01   PARTIAL-STATUS              PIC X(02) VALUE SPACES.
       01   WS-FIRST-RECORD             PIC X(01) VALUE "Y".
       01   WS-BREAK-WORK.
            03 WS-BREAK-VALUE           {{ BREAKFIELDPIC }}.
       01   WS-MERGE-BREAK              PIC X(30) VALUE SPACES.
       01   WS-GROUP-COUNT              PIC 9(9) VALUE 0.
       01   WS-FROM-START               PIC X(01) VALUE "Y".
       01   WS-OPEN-END                 PIC X(01) VALUE "Y".
       01   WS-LOW-WORK.
            03 WS-LOW-VALUE             {{ KEYPIC }}.
       01   WS-HIGH-WORK.
            03 WS-HIGH-VALUE            {{ KEYPIC }}.
       01   WS-RUN-ID                   PIC X(29) VALUE SPACES.
       01   WS-RUN-RETRY                PIC 9(03) VALUE 0.
       01   WS-RUN-HUNDREDTHS           PIC 9(02) VALUE 0.
       01   WS-RUN-RELINK               PIC X(01) VALUE "N".
       01   WS-PART-IX                  PIC 9(02) VALUE 0.
       01   WS-PART-COUNT               PIC 9(02) VALUE 0.
       01   WS-PART-PENDING             PIC 9(02) VALUE 0.
       01   WS-PART-MERGED              PIC 9(02) VALUE 0.
       01   WS-PART-MISSING             PIC 9(02) VALUE 0.
       01   WS-PART-CLOSING             PIC 9(9) VALUE 0.
       01   WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01   WS-NOW                      PIC X(21) VALUE SPACES.
       01   WS-AGE                      PIC 9(05) VALUE 0.
            03 WS-GRAND-BUCKET          {{ AMOUNTFIELDPIC }}
                                        OCCURS 5.
       01   WS-SCOPE-OK                 PIC X(01) VALUE "Y".
       01   WS-BURST                    PIC X(01) VALUE "N".
       01   WS-BRANCH-STARTED           PIC X(01) VALUE "N".
       01   WS-BRANCH-VALUE             PIC X(30) VALUE SPACES.
       01   WS-PARTIAL-SCOPE            PIC X(30) VALUE SPACES.
       01   WS-BRANCH-COUNT             PIC 9(9) VALUE 0.
       01   WS-BRANCH-AMOUNT            {{ AMOUNTFIELDPIC }} VALUE ZERO.
       01   WS-BUCKET-LABEL             PIC X(16) VALUE SPACES.
       01   WS-EDIT-AMOUNT              PIC -9(13),99.
       01   SCOPE-ARGV.
            03 SCP-FILLER               PIC X(02).
            03 SCP-USER                 PIC X(08).
            03 DSRV-DAYS                PIC 9(05).
            03 DSRV-OUTPUT              PIC X(08).
            03 DSRV-RESULT              PIC X(01).
       01   SPOOLSRV-ARGV.
            03 SPL-FILLER               PIC X(02).
            03 SPL-OPERATION            PIC X(01).
            03 SPL-REPORT               PIC X(08).
            03 SPL-DATAFILE             PIC X(30).
            03 SPL-TITLE                PIC X(40).
            03 SPL-RUN-DATE             PIC X(08).
            03 SPL-BUSINESS-DATE        PIC X(08).
            03 SPL-PAGE-SIZE            PIC 9(03).
            03 SPL-BURST                PIC X(01).
            03 SPL-PATH                 PIC X(100).
            03 SPL-BRANCH               PIC X(30).
            03 SPL-LINE                 PIC X(132).
            03 SPL-COUNT                PIC 9(09).
            03 SPL-AMOUNT               PIC S9(13)V99.
            03 SPL-RESULT               PIC X(01).
       01   CONFIGSRV-ARGV.
            03 CFGSRV-FILLER            PIC X(02).
            03 CFGSRV-LOGICAL           PIC X(30).
            03 RESULT-CODE              PIC X(01).
            03 RECORDS-COUNT            PIC 9(9).
            03 USER-ID                  PIC X(08).
            03 PART-MODE                PIC X(01).
            03 PART-NUMBER              PIC 9(02).
            03 PAGE-SIZE                PIC 9(03).
            03 BURST-MODE               PIC X(01).

       PROCEDURE DIVISION USING ARGV.

            ELSE
                 MOVE RUN-DATE TO WS-RUN-DATE.
            PERFORM RUN-INIT.
            MOVE "N" TO WS-BURST.
            IF BURST-MODE = "Y" AND PART-MODE NOT = "P"
                 MOVE "Y" TO WS-BURST.
            IF PART-MODE = "M"
                 PERFORM PARTITION-MERGE.
            IF PART-MODE = "P"
                 PERFORM PARTITION-BEGIN
            ELSE
                 PERFORM SPOOL-OPEN.
            PERFORM FILE-OPEN.
            PERFORM FILE-START.
            IF FILE-STATUS = "00"
                 PERFORM FILE-READ.
            PERFORM FILE-READ-LOOP UNTIL FILE-STATUS NOT = "00".
            IF WS-FIRST-RECORD = "N"
                 PERFORM BREAK-FLUSH.
            IF WS-BRANCH-STARTED = "Y"
                 PERFORM BRANCH-FLUSH.
            IF PART-MODE = "P"
                 PERFORM PARTIAL-TRAILER-WRITE
                 IF WS-INVALID-COUNT > 0
                      DISPLAY "DATAS INVALIDAS: " WITH NO ADVANCING
                      DISPLAY WS-INVALID-COUNT
                 END-IF
            ELSE
                 PERFORM SPOOL-GENERAL
                 PERFORM PRINT-GRAND-TOTAL.
            IF FILE-STATUS = "10" OR FILE-STATUS = "23"
                 MOVE "C" TO RUNCTL-FINAL-STATUS
                 MOVE "0" TO RESULT-CODE.
            PERFORM GRAND-SUM.
            IF PART-MODE NOT = "P"
                 PERFORM SPOOL-CLOSE.
            MOVE RUNCTL-READ-COUNT TO RECORDS-COUNT.
            IF PART-MODE = "P"
                 PERFORM PARTITION-END.
            PERFORM RUN-WRITE.
            PERFORM FILE-CLOSE.

            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-RUNCTL-PATH.
            MOVE "PARTITIONFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-PARTITION-PATH.
            MOVE "PARTIALFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-PARTIAL-BASE.

       CONFIG-FETCH SECTION.
            MOVE SPACES TO CFGSRV-PATH.
            MOVE ZERO TO WS-GRAND-BUCKET(WS-BUCKET-IX).
            ADD 1 TO WS-BUCKET-IX.

       GRAND-SUM SECTION.
            MOVE ZERO TO RUNCTL-AMOUNT-TOTAL.
            MOVE 1 TO WS-BUCKET-IX.
            PERFORM GRAND-SUM-STEP UNTIL WS-BUCKET-IX > 5.

       GRAND-SUM-STEP SECTION.
            ADD WS-GRAND-BUCKET(WS-BUCKET-IX) TO RUNCTL-AMOUNT-TOTAL.
            ADD 1 TO WS-BUCKET-IX.

       FILE-START SECTION.
            MOVE LOW-VALUES TO {{ KEYNAME }}.
            IF WS-FROM-START = "N"
                 MOVE WS-LOW-VALUE TO {{ KEYNAME }}.
            START FILE-NAME KEY NOT LESS {{ SUPERKEYNAME }}.

       FILE-READ SECTION.
            READ FILE-NAME NEXT IGNORE LOCK.
            IF FILE-STATUS = "00" AND WS-OPEN-END = "N"
                 AND {{ KEYNAME }} NOT < WS-HIGH-VALUE
                 MOVE "10" TO FILE-STATUS.

       FILE-READ-LOOP SECTION.
            PERFORM SCOPE-CHECK.
            PERFORM FILE-READ.

       RECORD-ACCUMULATE SECTION.
            IF WS-BURST = "Y"
                 PERFORM BRANCH-CHECK.
            IF PART-MODE = "P"
                 PERFORM PARTIAL-SCOPE-CHECK.
            IF WS-FIRST-RECORD = "Y"
                 MOVE {{ BREAKFIELD }} TO WS-BREAK-VALUE
                 MOVE "N" TO WS-FIRST-RECORD
            ELSE IF {{ BREAKFIELD }} NOT = WS-BREAK-VALUE
                 PERFORM BREAK-FLUSH
                 MOVE {{ BREAKFIELD }} TO WS-BREAK-VALUE.
            ADD 1 TO WS-GROUP-COUNT.
            ADD 1 TO WS-BRANCH-COUNT.
            PERFORM AGE-COMPUTE.
            ADD 1 TO RUNCTL-READ-COUNT.

       PARTIAL-SCOPE-CHECK SECTION.
            IF WS-FIRST-RECORD = "N"
                 AND {{ SCOPEFIELD }} NOT = WS-PARTIAL-SCOPE
                 PERFORM BREAK-FLUSH
                 MOVE "Y" TO WS-FIRST-RECORD.
            MOVE {{ SCOPEFIELD }} TO WS-PARTIAL-SCOPE.

       BRANCH-CHECK SECTION.
            IF WS-BRANCH-STARTED = "N"
                 OR {{ SCOPEFIELD }} NOT = WS-BRANCH-VALUE
                 IF WS-FIRST-RECORD = "N"
                      PERFORM BREAK-FLUSH
                      MOVE "Y" TO WS-FIRST-RECORD
                 END-IF
                 IF WS-BRANCH-STARTED = "Y"
                      PERFORM BRANCH-FLUSH
                 END-IF
                 MOVE {{ SCOPEFIELD }} TO WS-BRANCH-VALUE
                 PERFORM SPOOL-BRANCH.

       AGE-COMPUTE SECTION.
            MOVE SPACES TO DATESRV-ARGV.
            MOVE "D" TO DSRV-OPERATION.
                 ADD {{ AMOUNTFIELD }}
                      TO WS-SUB-BUCKET(WS-BUCKET-IX)
                 ADD {{ AMOUNTFIELD }}
                      TO WS-GRAND-BUCKET(WS-BUCKET-IX)
                 ADD {{ AMOUNTFIELD }} TO WS-BRANCH-AMOUNT.

       BUCKET-SELECT SECTION.
            IF WS-AGE NOT GREATER 30
            ELSE
                 MOVE "N" TO WS-SCOPE-OK.

       BREAK-FLUSH SECTION.
            IF PART-MODE = "P"
                 PERFORM PARTIAL-GROUP-WRITE
            ELSE
                 PERFORM PRINT-BREAK.

       PARTIAL-GROUP-WRITE SECTION.
            MOVE SPACES TO PARTIAL-RECORD.
            MOVE "G" TO PTL-TYPE.
            MOVE WS-BREAK-WORK TO PTL-BREAK-VALUE.
            MOVE WS-PARTIAL-SCOPE TO PTL-SCOPE-VALUE.
            MOVE WS-GROUP-COUNT TO PTL-COUNT.
            MOVE 1 TO WS-BUCKET-IX.
            PERFORM PARTIAL-BUCKET-STEP UNTIL WS-BUCKET-IX > 5.
            WRITE PARTIAL-RECORD.
            MOVE 0 TO WS-GROUP-COUNT.
            PERFORM SUB-CLEAR.

       PARTIAL-BUCKET-STEP SECTION.
            MOVE WS-SUB-BUCKET(WS-BUCKET-IX)
                 TO PTL-AMOUNT(WS-BUCKET-IX).
            ADD 1 TO WS-BUCKET-IX.

       PARTIAL-TRAILER-WRITE SECTION.
            MOVE SPACES TO PARTIAL-RECORD.
            MOVE "T" TO PTL-TYPE.
            MOVE WS-INVALID-COUNT TO PTL-COUNT.
            MOVE 1 TO WS-BUCKET-IX.
            PERFORM PARTIAL-TRAILER-STEP UNTIL WS-BUCKET-IX > 5.
            WRITE PARTIAL-RECORD.

       PARTIAL-TRAILER-STEP SECTION.
            MOVE WS-GRAND-BUCKET(WS-BUCKET-IX)
                 TO PTL-AMOUNT(WS-BUCKET-IX).
            ADD 1 TO WS-BUCKET-IX.

       PRINT-BREAK SECTION.
            MOVE SPACES TO SPL-LINE.
            STRING "QUEBRA " WS-BREAK-WORK
                 " REGISTROS " WS-GROUP-COUNT
                 DELIMITED BY SIZE INTO SPL-LINE.
            PERFORM SPOOL-WRITE.
            MOVE "  ATE 30: " TO WS-BUCKET-LABEL.
            MOVE WS-SUB-BUCKET(1) TO WS-EDIT-AMOUNT.
            PERFORM BUCKET-LINE.
            MOVE "  31-60: " TO WS-BUCKET-LABEL.
            MOVE WS-SUB-BUCKET(2) TO WS-EDIT-AMOUNT.
            PERFORM BUCKET-LINE.
            MOVE "  61-90: " TO WS-BUCKET-LABEL.
            MOVE WS-SUB-BUCKET(3) TO WS-EDIT-AMOUNT.
            PERFORM BUCKET-LINE.
            MOVE "  91-120: " TO WS-BUCKET-LABEL.
            MOVE WS-SUB-BUCKET(4) TO WS-EDIT-AMOUNT.
            PERFORM BUCKET-LINE.
            MOVE "  ACIMA DE 120: " TO WS-BUCKET-LABEL.
            MOVE WS-SUB-BUCKET(5) TO WS-EDIT-AMOUNT.
            PERFORM BUCKET-LINE.
            MOVE 0 TO WS-GROUP-COUNT.
            PERFORM SUB-CLEAR.

       PRINT-GRAND-TOTAL SECTION.
            MOVE SPACES TO SPL-LINE.
            STRING "TOTAL GERAL REGISTROS " RUNCTL-READ-COUNT
                 DELIMITED BY SIZE INTO SPL-LINE.
            PERFORM SPOOL-WRITE.
            MOVE "  ATE 30: " TO WS-BUCKET-LABEL.
            MOVE WS-GRAND-BUCKET(1) TO WS-EDIT-AMOUNT.
            PERFORM BUCKET-LINE.
            MOVE "  31-60: " TO WS-BUCKET-LABEL.
            MOVE WS-GRAND-BUCKET(2) TO WS-EDIT-AMOUNT.
            PERFORM BUCKET-LINE.
            MOVE "  61-90: " TO WS-BUCKET-LABEL.
            MOVE WS-GRAND-BUCKET(3) TO WS-EDIT-AMOUNT.
            PERFORM BUCKET-LINE.
            MOVE "  91-120: " TO WS-BUCKET-LABEL.
            MOVE WS-GRAND-BUCKET(4) TO WS-EDIT-AMOUNT.
            PERFORM BUCKET-LINE.
            MOVE "  ACIMA DE 120: " TO WS-BUCKET-LABEL.
            MOVE WS-GRAND-BUCKET(5) TO WS-EDIT-AMOUNT.
            PERFORM BUCKET-LINE.
            IF WS-INVALID-COUNT > 0
                 MOVE SPACES TO SPL-LINE
                 STRING "DATAS INVALIDAS: " WS-INVALID-COUNT
                      DELIMITED BY SIZE INTO SPL-LINE
                 PERFORM SPOOL-WRITE.

       BUCKET-LINE SECTION.
            MOVE SPACES TO SPL-LINE.
            STRING WS-BUCKET-LABEL WS-EDIT-AMOUNT
                 DELIMITED BY SIZE INTO SPL-LINE.
            PERFORM SPOOL-WRITE.

       SPOOL-OPEN SECTION.
            MOVE SPACES TO SPOOLSRV-ARGV.
            MOVE "O" TO SPL-OPERATION.
            MOVE "AGEREPT" TO SPL-REPORT.
            MOVE "{{ DATAFILE }}" TO SPL-DATAFILE.
            MOVE "RELATORIO DE ENVELHECIMENTO" TO SPL-TITLE.
            MOVE WS-RUN-DATE TO SPL-BUSINESS-DATE.
            MOVE 0 TO SPL-PAGE-SIZE.
            IF PAGE-SIZE NUMERIC
                 MOVE PAGE-SIZE TO SPL-PAGE-SIZE.
            MOVE WS-BURST TO SPL-BURST.
            CALL "SPOOLSRV" USING SPOOLSRV-ARGV.
            IF SPL-RESULT NOT = "0"
                 DISPLAY "ERRO: RELATORIO NAO GERADO."
                 PERFORM RUN-WRITE
                 GOBACK.

       SPOOL-WRITE SECTION.
            MOVE "L" TO SPL-OPERATION.
            CALL "SPOOLSRV" USING SPOOLSRV-ARGV.

       SPOOL-BRANCH SECTION.
            MOVE "Y" TO WS-BRANCH-STARTED.
            MOVE 0 TO WS-BRANCH-COUNT.
            MOVE ZERO TO WS-BRANCH-AMOUNT.
            MOVE "B" TO SPL-OPERATION.
            MOVE WS-BRANCH-VALUE TO SPL-BRANCH.
            CALL "SPOOLSRV" USING SPOOLSRV-ARGV.

       BRANCH-FLUSH SECTION.
            MOVE "T" TO SPL-OPERATION.
            MOVE WS-BRANCH-COUNT TO SPL-COUNT.
            MOVE WS-BRANCH-AMOUNT TO SPL-AMOUNT.
            CALL "SPOOLSRV" USING SPOOLSRV-ARGV.
            MOVE 0 TO WS-BRANCH-COUNT.
            MOVE ZERO TO WS-BRANCH-AMOUNT.

       SPOOL-GENERAL SECTION.
            MOVE "G" TO SPL-OPERATION.
            CALL "SPOOLSRV" USING SPOOLSRV-ARGV.

       SPOOL-CLOSE SECTION.
            MOVE "C" TO SPL-OPERATION.
            MOVE RUNCTL-READ-COUNT TO SPL-COUNT.
            MOVE RUNCTL-AMOUNT-TOTAL TO SPL-AMOUNT.
            CALL "SPOOLSRV" USING SPOOLSRV-ARGV.
            IF SPL-RESULT NOT = "0"
                 MOVE "E" TO RUNCTL-FINAL-STATUS
                 ADD 1 TO RUNCTL-ERROR-COUNT
                 MOVE "2" TO RESULT-CODE.

       PARTITION-BEGIN SECTION.
            OPEN I-O PARTITION-FILE.
            MOVE "{{ DATAFILE }}" TO PRT-DATAFILE.
            MOVE "AGEREPT" TO PRT-PROGRAM.
            MOVE PART-NUMBER TO PRT-NUMBER.
            READ PARTITION-FILE.
            IF PARTITION-STATUS NOT = "00"
                 DISPLAY "ERRO: PARTICAO NAO CADASTRADA. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY PARTITION-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 CLOSE PARTITION-FILE
                 PERFORM RUN-WRITE
                 GOBACK.
            IF PRT-STATUS = "C" OR PRT-STATUS = "M"
                 DISPLAY "PARTICAO JA CONCLUIDA."
                 MOVE "2" TO RESULT-CODE
                 CLOSE PARTITION-FILE
                 GOBACK.
            IF PRT-LOW-KEY NOT = SPACES
                 MOVE "N" TO WS-FROM-START
                 MOVE PRT-LOW-KEY TO WS-LOW-WORK.
            IF PRT-HIGH-KEY NOT = SPACES
                 MOVE "N" TO WS-OPEN-END
                 MOVE PRT-HIGH-KEY TO WS-HIGH-WORK.
            MOVE PRT-RUN-ID TO RUNCTL-REFERENCE-KEY.
            MOVE "R" TO PRT-STATUS.
            MOVE FUNCTION CURRENT-DATE TO PRT-TIMESTAMP.
            REWRITE PARTITION-RECORD.
            CLOSE PARTITION-FILE.
            MOVE PART-NUMBER TO WS-PART-IX.
            PERFORM PARTIAL-PATH-BUILD.

       PARTITION-END SECTION.
            OPEN I-O PARTITION-FILE.
            MOVE "{{ DATAFILE }}" TO PRT-DATAFILE.
            MOVE "AGEREPT" TO PRT-PROGRAM.
            MOVE PART-NUMBER TO PRT-NUMBER.
            READ PARTITION-FILE.
            IF PARTITION-STATUS = "00"
                 IF RUNCTL-FINAL-STATUS = "C"
                      MOVE "C" TO PRT-STATUS
                 ELSE
                      MOVE "E" TO PRT-STATUS
                 END-IF
                 MOVE RUNCTL-KEY TO PRT-RUNCTL-KEY
                 MOVE RUNCTL-READ-COUNT TO PRT-READ-COUNT
                 MOVE RUNCTL-ERROR-COUNT TO PRT-ERROR-COUNT
                 MOVE RUNCTL-CLOSING-COUNT TO PRT-CLOSING-COUNT
                 MOVE FUNCTION CURRENT-DATE TO PRT-TIMESTAMP
                 REWRITE PARTITION-RECORD.
            CLOSE PARTITION-FILE.
            IF RUNCTL-FINAL-STATUS = "C"
                 MOVE "P" TO RUNCTL-FINAL-STATUS.

       PARTIAL-PATH-BUILD SECTION.
            MOVE SPACES TO WS-PARTIAL-PATH.
            STRING WS-PARTIAL-BASE DELIMITED BY SPACE
                 ".AGEREPT." WS-PART-IX
                 DELIMITED BY SIZE INTO WS-PARTIAL-PATH.

       PARTITION-MERGE SECTION.
            PERFORM MERGE-VERIFY.
            IF WS-PART-COUNT = 0
                 DISPLAY "ERRO: NENHUMA PARTICAO CADASTRADA."
                 GOBACK.
            IF WS-PART-MERGED = WS-PART-COUNT
                 DISPLAY "EXECUCAO PARTICIONADA JA CONSOLIDADA."
                 MOVE "2" TO RESULT-CODE
                 GOBACK.
            IF WS-PART-PENDING > 0
                 DISPLAY "ERRO: PARTICOES NAO CONCLUIDAS: "
                      WITH NO ADVANCING
                 DISPLAY WS-PART-PENDING WITH NO ADVANCING
                 DISPLAY "."
                 GOBACK.
            MOVE WS-RUN-ID TO RUNCTL-REFERENCE-KEY.
            PERFORM SPOOL-OPEN.
            MOVE 0 TO WS-PART-MISSING.
            MOVE 1 TO WS-PART-IX.
            PERFORM MERGE-PARTIAL UNTIL WS-PART-IX > WS-PART-COUNT.
            IF WS-FIRST-RECORD = "N"
                 PERFORM PRINT-BREAK.
            IF WS-BRANCH-STARTED = "Y"
                 PERFORM BRANCH-FLUSH.
            PERFORM SPOOL-GENERAL.
            PERFORM PRINT-GRAND-TOTAL.
            MOVE SPACES TO SPL-LINE.
            STRING "PARTICOES CONSOLIDADAS: " WS-PART-COUNT
                 DELIMITED BY SIZE INTO SPL-LINE.
            PERFORM SPOOL-WRITE.
            IF WS-PART-MISSING = 0
                 PERFORM MERGE-MARK
                 MOVE "C" TO RUNCTL-FINAL-STATUS
                 MOVE "0" TO RESULT-CODE.
            PERFORM GRAND-SUM.
            PERFORM SPOOL-CLOSE.
            MOVE RUNCTL-READ-COUNT TO RECORDS-COUNT.
            MOVE WS-PART-CLOSING TO RUNCTL-CLOSING-COUNT.
            PERFORM RUN-WRITE.
            GOBACK.

       MERGE-VERIFY SECTION.
            MOVE 0 TO WS-PART-COUNT.
            MOVE 0 TO WS-PART-PENDING.
            MOVE 0 TO WS-PART-MERGED.
            MOVE 0 TO WS-PART-CLOSING.
            OPEN INPUT PARTITION-FILE.
            PERFORM PARTITION-START.
            IF PARTITION-STATUS = "00"
                 PERFORM MERGE-VERIFY-LOOP
                      UNTIL PARTITION-STATUS NOT = "00".
            CLOSE PARTITION-FILE.

       MERGE-VERIFY-LOOP SECTION.
            PERFORM PARTITION-READ.
            IF PARTITION-STATUS = "00"
                 ADD 1 TO WS-PART-COUNT
                 MOVE PRT-RUN-ID TO WS-RUN-ID
                 ADD PRT-READ-COUNT TO RUNCTL-READ-COUNT
                 ADD PRT-CLOSING-COUNT TO WS-PART-CLOSING
                 IF PRT-STATUS = "M"
                      ADD 1 TO WS-PART-MERGED
                 ELSE IF PRT-STATUS NOT = "C"
                      OR PRT-NUMBER NOT = WS-PART-COUNT
                      ADD 1 TO WS-PART-PENDING
                      DISPLAY "PARTICAO PENDENTE " WITH NO ADVANCING
                      DISPLAY PRT-NUMBER WITH NO ADVANCING
                      DISPLAY " SITUACAO " WITH NO ADVANCING
                      DISPLAY PRT-STATUS.

       PARTITION-START SECTION.
            MOVE "{{ DATAFILE }}" TO PRT-DATAFILE.
            MOVE "AGEREPT" TO PRT-PROGRAM.
            MOVE 0 TO PRT-NUMBER.
            START PARTITION-FILE KEY NOT LESS PRT-KEY.

       PARTITION-READ SECTION.
            READ PARTITION-FILE NEXT.
            IF PARTITION-STATUS = "00"
                 AND (PRT-DATAFILE NOT = "{{ DATAFILE }}"
                      OR PRT-PROGRAM NOT = "AGEREPT")
                 MOVE "10" TO PARTITION-STATUS.

       MERGE-PARTIAL SECTION.
            PERFORM PARTIAL-PATH-BUILD.
            OPEN INPUT PARTIAL-FILE.
            IF PARTIAL-STATUS NOT = "00"
                 ADD 1 TO WS-PART-MISSING
                 DISPLAY "ERRO: SAIDA PARCIAL NAO ABERTA. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY PARTIAL-STATUS WITH NO ADVANCING
                 DISPLAY "."
            ELSE
                 PERFORM PARTIAL-READ
                 PERFORM PARTIAL-GROUP-LOOP
                      UNTIL PARTIAL-STATUS NOT = "00"
                 CLOSE PARTIAL-FILE.
            ADD 1 TO WS-PART-IX.

       PARTIAL-READ SECTION.
            READ PARTIAL-FILE.

       PARTIAL-GROUP-LOOP SECTION.
            IF PTL-TYPE = "G"
                 PERFORM MERGE-GROUP
            ELSE IF PTL-TYPE = "T"
                 ADD PTL-COUNT TO WS-INVALID-COUNT.
            PERFORM PARTIAL-READ.

       MERGE-GROUP SECTION.
            IF WS-BURST = "Y"
                 AND (WS-BRANCH-STARTED = "N"
                      OR PTL-SCOPE-VALUE NOT = WS-BRANCH-VALUE)
                 IF WS-FIRST-RECORD = "N"
                      PERFORM PRINT-BREAK
                      MOVE "Y" TO WS-FIRST-RECORD
                 END-IF
                 IF WS-BRANCH-STARTED = "Y"
                      PERFORM BRANCH-FLUSH
                 END-IF
                 MOVE PTL-SCOPE-VALUE TO WS-BRANCH-VALUE
                 PERFORM SPOOL-BRANCH.
            IF WS-FIRST-RECORD = "Y"
                 MOVE "N" TO WS-FIRST-RECORD
            ELSE IF PTL-BREAK-VALUE NOT = WS-MERGE-BREAK
                 PERFORM PRINT-BREAK.
            MOVE PTL-BREAK-VALUE TO WS-MERGE-BREAK.
            MOVE PTL-BREAK-VALUE TO WS-BREAK-WORK.
            ADD PTL-COUNT TO WS-GROUP-COUNT.
            ADD PTL-COUNT TO WS-BRANCH-COUNT.
            MOVE 1 TO WS-BUCKET-IX.
            PERFORM MERGE-BUCKET-STEP UNTIL WS-BUCKET-IX > 5.

       MERGE-BUCKET-STEP SECTION.
            ADD PTL-AMOUNT(WS-BUCKET-IX)
                 TO WS-SUB-BUCKET(WS-BUCKET-IX).
            ADD PTL-AMOUNT(WS-BUCKET-IX)
                 TO WS-GRAND-BUCKET(WS-BUCKET-IX).
            ADD PTL-AMOUNT(WS-BUCKET-IX) TO WS-BRANCH-AMOUNT.
            ADD 1 TO WS-BUCKET-IX.

       MERGE-MARK SECTION.
            OPEN I-O PARTITION-FILE.
            PERFORM PARTITION-START.
            IF PARTITION-STATUS = "00"
                 PERFORM MERGE-MARK-LOOP
                      UNTIL PARTITION-STATUS NOT = "00".
            CLOSE PARTITION-FILE.

       MERGE-MARK-LOOP SECTION.
            PERFORM PARTITION-READ.
            IF PARTITION-STATUS = "00"
                 MOVE "M" TO PRT-STATUS
                 MOVE FUNCTION CURRENT-DATE TO PRT-TIMESTAMP
                 REWRITE PARTITION-RECORD.

       RUN-INIT SECTION.
            MOVE SPACES TO RUNCTL-RECORD.
            MOVE 0 TO RUNCTL-ERROR-COUNT.
            MOVE 0 TO RUNCTL-CLOSING-COUNT.
            MOVE ZERO TO RUNCTL-AMOUNT-TOTAL.
            MOVE 0 TO RUNCTL-SKIPPED-COUNT.
            MOVE "E" TO RUNCTL-FINAL-STATUS.

       RUN-WRITE SECTION.
                 OPEN OUTPUT RUNCTL-FILE
                 CLOSE RUNCTL-FILE
                 OPEN I-O RUNCTL-FILE.
            MOVE 0 TO WS-RUN-RETRY.
            MOVE "N" TO WS-RUN-RELINK.
            WRITE RUNCTL-RECORD.
            PERFORM RUN-WRITE-RETRY
                 UNTIL RUNCTL-STATUS NOT = "22"
                 OR WS-RUN-RETRY > 98.
            IF RUNCTL-STATUS NOT = "00"
                 DISPLAY "ERRO: CONTROLE DE EXECUCAO NAO GRAVADO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY RUNCTL-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 MOVE "1" TO RESULT-CODE
            ELSE IF WS-RUN-RETRY > 0 AND PART-MODE = "P"
                 MOVE "Y" TO WS-RUN-RELINK.
            CLOSE RUNCTL-FILE.
            IF WS-RUN-RELINK = "Y"
                 PERFORM PARTITION-RELINK.

       RUN-WRITE-RETRY SECTION.
            ADD 1 TO WS-RUN-RETRY.
            MOVE RUNCTL-START-TIMESTAMP(15:2) TO WS-RUN-HUNDREDTHS.
            IF WS-RUN-HUNDREDTHS = 99
                 MOVE 0 TO WS-RUN-HUNDREDTHS
            ELSE
                 ADD 1 TO WS-RUN-HUNDREDTHS.
            MOVE WS-RUN-HUNDREDTHS TO RUNCTL-START-TIMESTAMP(15:2).
            WRITE RUNCTL-RECORD.

       PARTITION-RELINK SECTION.
            OPEN I-O PARTITION-FILE.
            MOVE "{{ DATAFILE }}" TO PRT-DATAFILE.
            MOVE "AGEREPT" TO PRT-PROGRAM.
            MOVE PART-NUMBER TO PRT-NUMBER.
            READ PARTITION-FILE.
            IF PARTITION-STATUS = "00"
                 MOVE RUNCTL-KEY TO PRT-RUNCTL-KEY
                 REWRITE PARTITION-RECORD.
            CLOSE PARTITION-FILE.

       FILE-OPEN SECTION.
            OPEN INPUT FILE-NAME.
                 DISPLAY "."
                 PERFORM RUN-WRITE
                 GOBACK.
            IF PART-MODE = "P"
                 OPEN OUTPUT PARTIAL-FILE.

       FILE-CLOSE SECTION.
            CLOSE FILE-NAME.
            IF PART-MODE = "P"
                 CLOSE PARTIAL-FILE.
            GOBACK.
