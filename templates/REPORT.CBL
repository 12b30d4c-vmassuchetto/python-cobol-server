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
       01   WS-SUBTOTAL                 {{ AMOUNTFIELDPIC }} VALUE ZERO.
       01   WS-GRAND-TOTAL              {{ AMOUNTFIELDPIC }} VALUE ZERO.
       01   WS-SCOPE-OK                 PIC X(01) VALUE "Y".
       01   WS-BURST                    PIC X(01) VALUE "N".
       01   WS-BRANCH-STARTED           PIC X(01) VALUE "N".
       01   WS-BRANCH-VALUE             PIC X(30) VALUE SPACES.
       01   WS-PARTIAL-SCOPE            PIC X(30) VALUE SPACES.
       01   WS-BRANCH-COUNT             PIC 9(9) VALUE 0.
       01   WS-BRANCH-AMOUNT            {{ AMOUNTFIELDPIC }} VALUE ZERO.
       01   WS-BRANCH-NEXT              PIC X(30) VALUE SPACES.
       01   WS-SC-IX                    PIC 9(03) VALUE 0.
       01   WS-SC-USED                  PIC 9(03) VALUE 0.
       01   WS-SC-FOUND                 PIC X(01) VALUE "N".
       01   WS-SC-TABLE.
            03 WS-SC-ENTRY              OCCURS 200.
               05 WS-SC-VALUE           PIC X(30).
               05 WS-SC-FIRST-RECORD    PIC X(01).
               05 WS-SC-BREAK           PIC X(30).
               05 WS-SC-GROUP-COUNT     PIC 9(9).
               05 WS-SC-SUBTOTAL        {{ AMOUNTFIELDPIC }}.
       01   WS-EDIT-AMOUNT              PIC -9(13),99.
       01   SCOPE-ARGV.
            03 SCP-FILLER               PIC X(02).
            03 SCP-USER                 PIC X(08).
            03 SCP-DATAFILE             PIC X(30).
            03 SCP-VALUE                PIC X(30).
            03 SCP-RESULT               PIC X(01).
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
            03 RESULT-CODE              PIC X(01).
            03 RECORDS-COUNT            PIC 9(9).
            03 USER-ID                  PIC X(08).
            03 PART-MODE                PIC X(01).
            03 PART-NUMBER              PIC 9(02).
            03 BUSINESS-DATE            PIC X(08).
            03 PAGE-SIZE                PIC 9(03).
            03 BURST-MODE               PIC X(01).

       PROCEDURE DIVISION USING ARGV.

            MOVE ZERO TO WS-SUBTOTAL.
            MOVE ZERO TO WS-GRAND-TOTAL.
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
            IF WS-BRANCH-STARTED = "Y"
                 PERFORM BRANCH-FINISH
            ELSE IF WS-FIRST-RECORD = "N"
                 PERFORM BREAK-FLUSH.
            IF PART-MODE = "P"
                 DISPLAY "TOTAL DA PARTICAO: " WITH NO ADVANCING
                 DISPLAY WS-GRAND-TOTAL
            ELSE
                 PERFORM SPOOL-GENERAL
                 PERFORM PRINT-GRAND-TOTAL.
            IF FILE-STATUS = "10" OR FILE-STATUS = "23"
                 MOVE "C" TO RUNCTL-FINAL-STATUS
                 MOVE "0" TO RESULT-CODE.
            MOVE WS-GRAND-TOTAL TO RUNCTL-AMOUNT-TOTAL.
            IF PART-MODE NOT = "P"
                 PERFORM SPOOL-CLOSE.
            MOVE RUNCTL-READ-COUNT TO RECORDS-COUNT.
            PERFORM RUN-CLOSING-COUNT.
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
            ADD {{ AMOUNTFIELD }} TO WS-SUBTOTAL.
            ADD {{ AMOUNTFIELD }} TO WS-GRAND-TOTAL.
            ADD 1 TO WS-BRANCH-COUNT.
            ADD {{ AMOUNTFIELD }} TO WS-BRANCH-AMOUNT.
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
                 MOVE {{ SCOPEFIELD }} TO WS-BRANCH-NEXT
                 PERFORM BRANCH-CHANGE.

       BRANCH-CHANGE SECTION.
            IF WS-BRANCH-STARTED = "Y"
                 PERFORM BREAK-SAVE
                 PERFORM BRANCH-FLUSH.
            MOVE WS-BRANCH-NEXT TO WS-BRANCH-VALUE.
            PERFORM SPOOL-BRANCH.
            PERFORM BREAK-RESTORE.

       BREAK-SAVE SECTION.
            PERFORM SCOPE-FIND.
            IF WS-SC-FOUND = "N" AND WS-SC-USED < 200
                 ADD 1 TO WS-SC-USED
                 MOVE WS-SC-USED TO WS-SC-IX
                 MOVE WS-BRANCH-VALUE TO WS-SC-VALUE(WS-SC-IX)
                 MOVE "Y" TO WS-SC-FOUND.
            IF WS-SC-FOUND = "Y"
                 MOVE WS-FIRST-RECORD TO WS-SC-FIRST-RECORD(WS-SC-IX)
                 MOVE WS-BREAK-WORK TO WS-SC-BREAK(WS-SC-IX)
                 MOVE WS-GROUP-COUNT TO WS-SC-GROUP-COUNT(WS-SC-IX)
                 MOVE WS-SUBTOTAL TO WS-SC-SUBTOTAL(WS-SC-IX)
            ELSE IF WS-FIRST-RECORD = "N"
                 PERFORM PRINT-BREAK.
            MOVE "Y" TO WS-FIRST-RECORD.
            MOVE 0 TO WS-GROUP-COUNT.
            MOVE ZERO TO WS-SUBTOTAL.

       BREAK-RESTORE SECTION.
            PERFORM SCOPE-FIND.
            IF WS-SC-FOUND = "Y"
                 MOVE WS-SC-FIRST-RECORD(WS-SC-IX) TO WS-FIRST-RECORD
                 MOVE WS-SC-BREAK(WS-SC-IX) TO WS-BREAK-WORK
                 MOVE WS-SC-BREAK(WS-SC-IX) TO WS-MERGE-BREAK
                 MOVE WS-SC-GROUP-COUNT(WS-SC-IX) TO WS-GROUP-COUNT
                 MOVE WS-SC-SUBTOTAL(WS-SC-IX) TO WS-SUBTOTAL
                 MOVE "Y" TO WS-SC-FIRST-RECORD(WS-SC-IX).

       SCOPE-FIND SECTION.
            MOVE "N" TO WS-SC-FOUND.
            MOVE 1 TO WS-SC-IX.
            PERFORM SCOPE-FIND-STEP
                 UNTIL WS-SC-IX > WS-SC-USED
                 OR WS-SC-FOUND = "Y".

       SCOPE-FIND-STEP SECTION.
            IF WS-SC-VALUE(WS-SC-IX) = WS-BRANCH-VALUE
                 MOVE "Y" TO WS-SC-FOUND
            ELSE
                 ADD 1 TO WS-SC-IX.

       BRANCH-FINISH SECTION.
            PERFORM BREAK-SAVE.
            PERFORM BRANCH-FLUSH.
            MOVE 1 TO WS-SC-IX.
            PERFORM BRANCH-FINISH-STEP UNTIL WS-SC-IX > WS-SC-USED.

       BRANCH-FINISH-STEP SECTION.
            IF WS-SC-FIRST-RECORD(WS-SC-IX) = "N"
                 MOVE WS-SC-VALUE(WS-SC-IX) TO WS-BRANCH-VALUE
                 PERFORM SPOOL-BRANCH
                 MOVE WS-SC-BREAK(WS-SC-IX) TO WS-BREAK-WORK
                 MOVE WS-SC-GROUP-COUNT(WS-SC-IX) TO WS-GROUP-COUNT
                 MOVE WS-SC-SUBTOTAL(WS-SC-IX) TO WS-SUBTOTAL
                 PERFORM PRINT-BREAK
                 MOVE "Y" TO WS-SC-FIRST-RECORD(WS-SC-IX).
            ADD 1 TO WS-SC-IX.

       SCOPE-CHECK SECTION.
            MOVE SPACES TO SCOPE-ARGV.
            MOVE USER-ID TO SCP-USER.
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
            MOVE ZERO TO PTL-AMOUNT(1).
            MOVE ZERO TO PTL-AMOUNT(2).
            MOVE ZERO TO PTL-AMOUNT(3).
            MOVE ZERO TO PTL-AMOUNT(4).
            MOVE ZERO TO PTL-AMOUNT(5).
            MOVE WS-SUBTOTAL TO PTL-AMOUNT(1).
            WRITE PARTIAL-RECORD.
            MOVE 0 TO WS-GROUP-COUNT.
            MOVE ZERO TO WS-SUBTOTAL.

       PRINT-BREAK SECTION.
            MOVE WS-SUBTOTAL TO WS-EDIT-AMOUNT.
            MOVE SPACES TO SPL-LINE.
            STRING "SUBTOTAL " WS-BREAK-WORK
                 " REGISTROS " WS-GROUP-COUNT
                 " VALOR " WS-EDIT-AMOUNT
                 DELIMITED BY SIZE INTO SPL-LINE.
            PERFORM SPOOL-WRITE.
            MOVE 0 TO WS-GROUP-COUNT.
            MOVE ZERO TO WS-SUBTOTAL.

       PRINT-GRAND-TOTAL SECTION.
            MOVE WS-GRAND-TOTAL TO WS-EDIT-AMOUNT.
            MOVE SPACES TO SPL-LINE.
            STRING "TOTAL GERAL REGISTROS " RUNCTL-READ-COUNT
                 " VALOR " WS-EDIT-AMOUNT
                 DELIMITED BY SIZE INTO SPL-LINE.
            PERFORM SPOOL-WRITE.

       SPOOL-OPEN SECTION.
            MOVE SPACES TO SPOOLSRV-ARGV.
            MOVE "O" TO SPL-OPERATION.
            MOVE "REPORT" TO SPL-REPORT.
            MOVE "{{ DATAFILE }}" TO SPL-DATAFILE.
            MOVE "RELATORIO DE TOTAIS POR QUEBRA" TO SPL-TITLE.
            MOVE BUSINESS-DATE TO SPL-BUSINESS-DATE.
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
            MOVE "REPORT" TO PRT-PROGRAM.
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
            MOVE "REPORT" TO PRT-PROGRAM.
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
                 ".REPORT." WS-PART-IX
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
            IF WS-BRANCH-STARTED = "Y"
                 PERFORM BRANCH-FINISH
            ELSE IF WS-FIRST-RECORD = "N"
                 PERFORM PRINT-BREAK.
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
            MOVE WS-GRAND-TOTAL TO RUNCTL-AMOUNT-TOTAL.
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
            MOVE "REPORT" TO PRT-PROGRAM.
            MOVE 0 TO PRT-NUMBER.
            START PARTITION-FILE KEY NOT LESS PRT-KEY.

       PARTITION-READ SECTION.
            READ PARTITION-FILE NEXT.
            IF PARTITION-STATUS = "00"
                 AND (PRT-DATAFILE NOT = "{{ DATAFILE }}"
                      OR PRT-PROGRAM NOT = "REPORT")
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
                 PERFORM MERGE-GROUP.
            PERFORM PARTIAL-READ.

       MERGE-GROUP SECTION.
            IF WS-BURST = "Y"
                 AND (WS-BRANCH-STARTED = "N"
                      OR PTL-SCOPE-VALUE NOT = WS-BRANCH-VALUE)
                 MOVE PTL-SCOPE-VALUE TO WS-BRANCH-NEXT
                 PERFORM BRANCH-CHANGE.
            IF WS-FIRST-RECORD = "Y"
                 MOVE "N" TO WS-FIRST-RECORD
            ELSE IF PTL-BREAK-VALUE NOT = WS-MERGE-BREAK
                 PERFORM PRINT-BREAK.
            MOVE PTL-BREAK-VALUE TO WS-MERGE-BREAK.
            MOVE PTL-BREAK-VALUE TO WS-BREAK-WORK.
            ADD PTL-COUNT TO WS-GROUP-COUNT.
            ADD PTL-COUNT TO WS-BRANCH-COUNT.
            ADD PTL-AMOUNT(1) TO WS-SUBTOTAL.
            ADD PTL-AMOUNT(1) TO WS-GRAND-TOTAL.
            ADD PTL-AMOUNT(1) TO WS-BRANCH-AMOUNT.

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

       RUN-CLOSING-COUNT SECTION.
            PERFORM FILE-START.
            IF FILE-STATUS = "00"
                 PERFORM RUN-COUNT-LOOP UNTIL FILE-STATUS NOT = "00".

       RUN-COUNT-LOOP SECTION.
            PERFORM FILE-READ.
            IF FILE-STATUS = "00"
                 ADD 1 TO RUNCTL-CLOSING-COUNT.

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
            MOVE "REPORT" TO PRT-PROGRAM.
            MOVE PART-NUMBER TO PRT-NUMBER.
            READ PARTITION-FILE.
            IF PARTITION-STATUS = "00"
                 MOVE RUNCTL-KEY TO PRT-RUNCTL-KEY
                 REWRITE PARTITION-RECORD.
            CLOSE PARTITION-FILE.

       FILE-OPEN SECTION.
            OPEN INPUT FILE-NAME.
            IF PART-MODE = "P"
                 OPEN OUTPUT PARTIAL-FILE.

       FILE-CLOSE SECTION.
            CLOSE FILE-NAME.
            IF PART-MODE = "P"
                 CLOSE PARTIAL-FILE.
            GOBACK.
