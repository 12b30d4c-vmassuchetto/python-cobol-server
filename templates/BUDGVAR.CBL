       $set ANIM
       $set ANS85
       $set AUTOLOCK
       $set BELL
       $set FILESHARE
       $set NOWARNING
       $set WRITETHROUGH
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGVAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
            SELECT FILE-NAME ASSIGN WS-DATA-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 {{ KEYDEFS }}
                 FILE STATUS IS FILE-STATUS.
            SELECT JOURNAL-FILE ASSIGN WS-JOURNAL-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS JOURNAL-STATUS.
            SELECT SORT-WORK ASSIGN "{{ SORTWORKFILE }}".
            SELECT BUDGET-FILE ASSIGN WS-BUDGET-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS BUD-KEY
                 FILE STATUS IS BUDGET-STATUS.
            SELECT PERHIST-FILE ASSIGN WS-PERHIST-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS PH-KEY
                 FILE STATUS IS PERHIST-STATUS.
            SELECT BUDGWORK-FILE ASSIGN WS-BUDGWORK-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS BUDGWORK-STATUS.
            SELECT REPORT-FILE ASSIGN WS-REPORT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS REPORT-STATUS.
            SELECT RUNCTL-FILE ASSIGN WS-RUNCTL-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS RUNCTL-KEY
                 FILE STATUS IS RUNCTL-STATUS.
            SELECT EVENT-FILE ASSIGN WS-EVENT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS EVENT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FILE-NAME.
{{ FIELDS }}

       FD JOURNAL-FILE.
           COPY JRNREC REPLACING ==:RECLEN:== BY =={{ RECORDLEN }}==.

       SD SORT-WORK.
       01   BUDGET-SORT-RECORD.
            03 BVS-BREAK-VALUE          PIC X(30).
            03 BVS-PERIOD               PIC X(06).
            03 BVS-KIND                 PIC X(01).
            03 BVS-AMOUNT               PIC S9(13)V99.
            03 BVS-TOLERANCE-PCT        PIC 9(03)V99.

       FD BUDGET-FILE.
           COPY BUDGREC.

       FD PERHIST-FILE.
           COPY PERHIST.

       FD BUDGWORK-FILE.
       01   BUDGWORK-LINE               PIC X(200).

       FD REPORT-FILE.
       01   REPORT-LINE                 PIC X(200).

       FD RUNCTL-FILE.
           COPY RUNCTL.

       FD EVENT-FILE.
           COPY EVTREC.

       WORKING-STORAGE SECTION.
       01   WS-DATA-PATH                PIC X(100)
                                        VALUE "{{ DATAFILE }}".
       01   WS-JOURNAL-PATH             PIC X(100)
                                        VALUE "{{ JOURNALFILE }}".
       01   WS-BUDGET-PATH              PIC X(100)
                                        VALUE "{{ BUDGETFILE }}".
       01   WS-PERHIST-PATH             PIC X(100)
                                        VALUE "{{ PERHISTFILE }}".
       01   WS-BUDGWORK-PATH            PIC X(100)
                                        VALUE "{{ BUDGWORKFILE }}".
       01   WS-REPORT-PATH              PIC X(100)
                                        VALUE "{{ REPORTFILE }}".
       01   WS-RUNCTL-PATH              PIC X(100)
                                        VALUE "{{ RUNCTLFILE }}".
       01   WS-EVENT-PATH               PIC X(100)
                                        VALUE "{{ EVENTFILE }}".
       01   FILE-STATUS                 PIC X(02) VALUE SPACES.
       01   JOURNAL-STATUS              PIC X(02) VALUE SPACES.
       01   BUDGET-STATUS               PIC X(02) VALUE SPACES.
       01   PERHIST-STATUS              PIC X(02) VALUE SPACES.
       01   BUDGWORK-STATUS             PIC X(02) VALUE SPACES.
       01   REPORT-STATUS               PIC X(02) VALUE SPACES.
       01   RUNCTL-STATUS               PIC X(02) VALUE SPACES.
       01   EVENT-STATUS                PIC X(02) VALUE SPACES.
       01   WS-SORT-EOF                 PIC X(01) VALUE "N".
       01   WS-FIRST-GROUP              PIC X(01) VALUE "Y".
       01   WS-YEAR                     PIC X(04) VALUE SPACES.
       01   WS-ENTRY-PERIOD             PIC X(06) VALUE SPACES.
       01   WS-LAST-MONTH               PIC 9(02) VALUE 0.
       01   WS-MONTH-IX                 PIC 9(02) VALUE 0.
       01   WS-DEFAULT-TOLERANCE        PIC 9(03)V99 VALUE ZERO.
       01   WS-PERIOD-TABLE.
            03 WS-PER-ENTRY             OCCURS 12.
               05 WS-PER-STATUS         PIC X(01).
               05 WS-PER-PH-ACTUAL      PIC S9(13)V99.
               05 WS-PER-BUDGET         PIC S9(13)V99.
               05 WS-PER-ACTUAL         PIC S9(13)V99.
       01   WS-GROUP-BREAK              PIC X(30) VALUE SPACES.
       01   WS-GROUP-PERIOD             PIC X(06) VALUE SPACES.
       01   WS-GROUP-BUDGET             PIC S9(13)V99 VALUE ZERO.
       01   WS-GROUP-ACTUAL             PIC S9(13)V99 VALUE ZERO.
       01   WS-GROUP-TOLERANCE          PIC 9(03)V99 VALUE ZERO.
       01   WS-YTD-BUDGET               PIC S9(13)V99 VALUE ZERO.
       01   WS-YTD-ACTUAL               PIC S9(13)V99 VALUE ZERO.
       01   WS-PYTD-BUDGET              PIC S9(13)V99 VALUE ZERO.
       01   WS-PYTD-ACTUAL              PIC S9(13)V99 VALUE ZERO.
       01   WS-VARIANCE                 PIC S9(13)V99 VALUE ZERO.
       01   WS-YTD-VARIANCE             PIC S9(13)V99 VALUE ZERO.
       01   WS-UNALLOCATED              PIC S9(13)V99 VALUE ZERO.
       01   WS-CLOSED-ACTUAL            PIC S9(13)V99 VALUE ZERO.
       01   WS-ABS-BUDGET               PIC 9(13)V99 VALUE ZERO.
       01   WS-VAR-PCT                  PIC S9(07)V99 VALUE ZERO.
       01   WS-ABS-PCT                  PIC 9(07)V99 VALUE ZERO.
       01   WS-FLAG                     PIC X(04) VALUE SPACES.
       01   WS-PCT-TEXT                 PIC X(11) VALUE SPACES.
       01   WS-LINE-LABEL               PIC X(10) VALUE SPACES.
       01   WS-DETAIL-LINE              PIC X(200) VALUE SPACES.
       01   WS-SELECTED-COUNT           PIC 9(9) VALUE 0.
       01   WS-BUDGET-COUNT             PIC 9(9) VALUE 0.
       01   WS-LINE-COUNT               PIC 9(9) VALUE 0.
       01   WS-PROVISIONAL-COUNT        PIC 9(9) VALUE 0.
       01   WS-FLAGGED-COUNT            PIC 9(9) VALUE 0.
       01   WS-WORK-ERRORS              PIC 9(9) VALUE 0.
       01   WS-EDIT-BUDGET              PIC -9(13),99.
       01   WS-EDIT-ACTUAL              PIC -9(13),99.
       01   WS-EDIT-VARIANCE            PIC -9(13),99.
       01   WS-EDIT-YTD-BUDGET          PIC -9(13),99.
       01   WS-EDIT-YTD-ACTUAL          PIC -9(13),99.
       01   WS-EDIT-YTD-VARIANCE        PIC -9(13),99.
       01   WS-EDIT-PH-ACTUAL           PIC -9(13),99.
       01   WS-EDIT-PCT                 PIC -9(07),99.
       01   AUTH-ARGV.
            03 AUTH-FILLER              PIC X(02).
            03 AUTH-USER                PIC X(08).
            03 AUTH-DATAFILE            PIC X(30).
            03 AUTH-OPERATION           PIC X(01).
            03 AUTH-RESULT              PIC X(01).
       01   CONFIGSRV-ARGV.
            03 CFGSRV-FILLER            PIC X(02).
            03 CFGSRV-LOGICAL           PIC X(30).
            03 CFGSRV-PATH              PIC X(100).
            03 CFGSRV-RESULT            PIC X(01).

       LINKAGE SECTION.
       01   ARGV.
            03 FILLER                   PIC X(02).
            03 USER-ID                  PIC X(08).
            03 PERIOD                   PIC X(06).
            03 TOLERANCE-PCT            PIC 9(03)V99.
            03 RESULT-CODE              PIC X(01).
            03 LINES-COUNT              PIC 9(9).
            03 FLAGGED-COUNT            PIC 9(9).

       PROCEDURE DIVISION USING ARGV.

       BEGIN.
            PERFORM CONFIG-RESOLVE.
            MOVE "1" TO RESULT-CODE.
            MOVE 0 TO LINES-COUNT.
            MOVE 0 TO FLAGGED-COUNT.
            MOVE 0 TO WS-SELECTED-COUNT.
            MOVE 0 TO WS-BUDGET-COUNT.
            MOVE 0 TO WS-LINE-COUNT.
            MOVE 0 TO WS-PROVISIONAL-COUNT.
            MOVE 0 TO WS-FLAGGED-COUNT.
            MOVE 0 TO WS-WORK-ERRORS.
            MOVE ZERO TO WS-CLOSED-ACTUAL.
            PERFORM AUTH-CHECK.
            PERFORM PERIOD-VALIDATE.
            IF TOLERANCE-PCT NOT NUMERIC OR TOLERANCE-PCT = ZERO
                 MOVE 10 TO WS-DEFAULT-TOLERANCE
            ELSE
                 MOVE TOLERANCE-PCT TO WS-DEFAULT-TOLERANCE.
            PERFORM RUN-INIT.
            PERFORM FILE-OPEN.
            PERFORM PERIOD-LOAD.
            PERFORM REPORT-HEADER.
            SORT SORT-WORK
                 ON ASCENDING KEY BVS-BREAK-VALUE BVS-PERIOD
                 INPUT PROCEDURE IS BUDGET-INPUT
                 OUTPUT PROCEDURE IS BUDGET-OUTPUT.
            MOVE "FECHADO" TO WS-LINE-LABEL.
            PERFORM PERIOD-TOTALS.
            PERFORM PROVISIONAL-SECTION.
            PERFORM REPORT-TOTALS.
            DISPLAY "MOVIMENTOS CONSIDERADOS: " WITH NO ADVANCING.
            DISPLAY WS-SELECTED-COUNT.
            DISPLAY "LINHAS DE ORCAMENTO: " WITH NO ADVANCING.
            DISPLAY WS-BUDGET-COUNT.
            DISPLAY "LINHAS EMITIDAS: " WITH NO ADVANCING.
            DISPLAY WS-LINE-COUNT.
            DISPLAY "LINHAS PROVISORIAS: " WITH NO ADVANCING.
            DISPLAY WS-PROVISIONAL-COUNT.
            DISPLAY "LINHAS FORA DA TOLERANCIA: " WITH NO ADVANCING.
            DISPLAY WS-FLAGGED-COUNT.
            IF WS-WORK-ERRORS > 0
                 DISPLAY "ERRO: ARQUIVO DE TRABALHO NAO GRAVADO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY BUDGWORK-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "IOER" TO EVENT-CODE
                 PERFORM EVENT-WRITE
            ELSE
                 MOVE "C" TO RUNCTL-FINAL-STATUS
                 MOVE "0" TO RESULT-CODE.
            MOVE WS-LINE-COUNT TO LINES-COUNT.
            MOVE WS-FLAGGED-COUNT TO FLAGGED-COUNT.
            COMPUTE RUNCTL-READ-COUNT =
                 WS-SELECTED-COUNT + WS-BUDGET-COUNT.
            MOVE WS-LINE-COUNT TO RUNCTL-WRITTEN-COUNT.
            MOVE WS-FLAGGED-COUNT TO RUNCTL-ERROR-COUNT.
            MOVE WS-PROVISIONAL-COUNT TO RUNCTL-SKIPPED-COUNT.
            MOVE WS-CLOSED-ACTUAL TO RUNCTL-AMOUNT-TOTAL.
            PERFORM RUN-CLOSING-COUNT.
            PERFORM RUN-WRITE.
            PERFORM FILE-CLOSE.

       CONFIG-RESOLVE SECTION.
            MOVE "{{ DATAFILE }}" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-DATA-PATH.
            MOVE "{{ JOURNALFILE }}" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-JOURNAL-PATH.
            MOVE "BUDGETFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-BUDGET-PATH.
            MOVE "PERHISTFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-PERHIST-PATH.
            MOVE "BUDGWORKFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-BUDGWORK-PATH.
            MOVE "{{ REPORTFILE }}" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-REPORT-PATH.
            MOVE "RUNCTLFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-RUNCTL-PATH.
            MOVE "EVENTFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-EVENT-PATH.

       CONFIG-FETCH SECTION.
            MOVE SPACES TO CFGSRV-PATH.
            MOVE "1" TO CFGSRV-RESULT.
            CALL "CONFIGSRV" USING CONFIGSRV-ARGV.

       AUTH-CHECK SECTION.
            MOVE SPACES TO AUTH-ARGV.
            MOVE USER-ID TO AUTH-USER.
            MOVE "{{ DATAFILE }}" TO AUTH-DATAFILE.
            MOVE "R" TO AUTH-OPERATION.
            MOVE "1" TO AUTH-RESULT.
            CALL "AUTHSRV" USING AUTH-ARGV.
            IF AUTH-RESULT NOT = "0"
                 DISPLAY "ERRO: OPERACAO NAO AUTORIZADA."
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "AUTH" TO EVENT-CODE
                 PERFORM EVENT-WRITE
                 GOBACK.

       PERIOD-VALIDATE SECTION.
            IF PERIOD NOT NUMERIC
                 OR PERIOD(5:2) < "01" OR PERIOD(5:2) > "12"
                 DISPLAY "ERRO: PERIODO INVALIDO: " WITH NO ADVANCING
                 DISPLAY PERIOD
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "VALD" TO EVENT-CODE
                 PERFORM EVENT-WRITE
                 GOBACK.
            MOVE PERIOD(1:4) TO WS-YEAR.
            MOVE PERIOD(5:2) TO WS-LAST-MONTH.

       PERIOD-LOAD SECTION.
            OPEN INPUT PERHIST-FILE.
            MOVE 1 TO WS-MONTH-IX.
            PERFORM PERIOD-LOAD-STEP UNTIL WS-MONTH-IX > 12.
            CLOSE PERHIST-FILE.

       PERIOD-LOAD-STEP SECTION.
            MOVE "P" TO WS-PER-STATUS(WS-MONTH-IX).
            MOVE ZERO TO WS-PER-PH-ACTUAL(WS-MONTH-IX).
            MOVE ZERO TO WS-PER-BUDGET(WS-MONTH-IX).
            MOVE ZERO TO WS-PER-ACTUAL(WS-MONTH-IX).
            MOVE "{{ DATAFILE }}" TO PH-DATAFILE.
            MOVE WS-YEAR TO PH-PERIOD(1:4).
            MOVE WS-MONTH-IX TO PH-PERIOD(5:2).
            READ PERHIST-FILE.
            IF PERHIST-STATUS = "00" AND PH-STATUS = "C"
                 MOVE "C" TO WS-PER-STATUS(WS-MONTH-IX)
                 COMPUTE WS-PER-PH-ACTUAL(WS-MONTH-IX) =
                      PH-CLOSING-AMOUNT - PH-OPENING-AMOUNT.
            ADD 1 TO WS-MONTH-IX.

       BUDGET-INPUT SECTION.
            OPEN INPUT JOURNAL-FILE.
            IF JOURNAL-STATUS = "00"
                 PERFORM JOURNAL-READ
                 PERFORM JOURNAL-RELEASE-LOOP
                      UNTIL JOURNAL-STATUS NOT = "00".
            CLOSE JOURNAL-FILE.
            MOVE "{{ DATAFILE }}" TO BUD-DATAFILE.
            MOVE LOW-VALUES TO BUD-BREAK-VALUE.
            MOVE LOW-VALUES TO BUD-PERIOD.
            START BUDGET-FILE KEY NOT LESS BUD-KEY.
            IF BUDGET-STATUS = "00"
                 PERFORM BUDGET-READ
                 PERFORM BUDGET-RELEASE-LOOP
                      UNTIL BUDGET-STATUS NOT = "00"
                      OR BUD-DATAFILE NOT = "{{ DATAFILE }}".

       JOURNAL-READ SECTION.
            READ JOURNAL-FILE.

       JOURNAL-RELEASE-LOOP SECTION.
            MOVE JRN-MOV-DATE(1:6) TO WS-ENTRY-PERIOD.
            IF JRN-MOV-TYPE NOT = SPACES
                 AND (JRN-RUN-KEY(22:8) = "POSTING"
                 OR JRN-RUN-KEY(22:8) = "REVERSAL")
                 AND WS-ENTRY-PERIOD(1:4) = WS-YEAR
                 AND WS-ENTRY-PERIOD NOT > PERIOD
                 ADD 1 TO WS-SELECTED-COUNT
                 MOVE JRN-IMAGE TO {{ MAINRECORD }}
                 MOVE {{ BREAKFIELD }} TO BVS-BREAK-VALUE
                 MOVE WS-ENTRY-PERIOD TO BVS-PERIOD
                 MOVE "A" TO BVS-KIND
                 IF JRN-MOV-TYPE = "D"
                      COMPUTE BVS-AMOUNT = 0 - JRN-MOV-AMOUNT
                 ELSE
                      MOVE JRN-MOV-AMOUNT TO BVS-AMOUNT
                 END-IF
                 MOVE ZERO TO BVS-TOLERANCE-PCT
                 RELEASE BUDGET-SORT-RECORD.
            PERFORM JOURNAL-READ.

       BUDGET-READ SECTION.
            READ BUDGET-FILE NEXT.

       BUDGET-RELEASE-LOOP SECTION.
            IF BUD-PERIOD(1:4) = WS-YEAR
                 AND BUD-PERIOD NOT > PERIOD
                 ADD 1 TO WS-BUDGET-COUNT
                 MOVE BUD-BREAK-VALUE TO BVS-BREAK-VALUE
                 MOVE BUD-PERIOD TO BVS-PERIOD
                 MOVE "B" TO BVS-KIND
                 MOVE BUD-AMOUNT TO BVS-AMOUNT
                 MOVE BUD-TOLERANCE-PCT TO BVS-TOLERANCE-PCT
                 RELEASE BUDGET-SORT-RECORD.
            PERFORM BUDGET-READ.

       BUDGET-OUTPUT SECTION.
            MOVE "N" TO WS-SORT-EOF.
            MOVE "Y" TO WS-FIRST-GROUP.
            OPEN OUTPUT BUDGWORK-FILE.
            IF BUDGWORK-STATUS NOT = "00"
                 ADD 1 TO WS-WORK-ERRORS.
            PERFORM BUDGET-RETURN.
            PERFORM BUDGET-SUMMARY-LOOP UNTIL WS-SORT-EOF = "Y".
            IF WS-FIRST-GROUP = "N"
                 PERFORM GROUP-WRITE.
            CLOSE BUDGWORK-FILE.

       BUDGET-RETURN SECTION.
            RETURN SORT-WORK
                 AT END MOVE "Y" TO WS-SORT-EOF
            END-RETURN.

       BUDGET-SUMMARY-LOOP SECTION.
            IF WS-FIRST-GROUP = "Y"
                 PERFORM GROUP-START
                 PERFORM YTD-CLEAR
                 MOVE "N" TO WS-FIRST-GROUP
            ELSE IF BVS-BREAK-VALUE NOT = WS-GROUP-BREAK
                 PERFORM GROUP-WRITE
                 PERFORM GROUP-START
                 PERFORM YTD-CLEAR
            ELSE IF BVS-PERIOD NOT = WS-GROUP-PERIOD
                 PERFORM GROUP-WRITE
                 PERFORM GROUP-START.
            IF BVS-KIND = "B"
                 ADD BVS-AMOUNT TO WS-GROUP-BUDGET
                 IF BVS-TOLERANCE-PCT > ZERO
                      MOVE BVS-TOLERANCE-PCT TO WS-GROUP-TOLERANCE
                 END-IF
            ELSE
                 ADD BVS-AMOUNT TO WS-GROUP-ACTUAL.
            PERFORM BUDGET-RETURN.

       GROUP-START SECTION.
            MOVE BVS-BREAK-VALUE TO WS-GROUP-BREAK.
            MOVE BVS-PERIOD TO WS-GROUP-PERIOD.
            MOVE ZERO TO WS-GROUP-BUDGET.
            MOVE ZERO TO WS-GROUP-ACTUAL.
            MOVE WS-DEFAULT-TOLERANCE TO WS-GROUP-TOLERANCE.

       YTD-CLEAR SECTION.
            MOVE ZERO TO WS-YTD-BUDGET.
            MOVE ZERO TO WS-YTD-ACTUAL.
            MOVE ZERO TO WS-PYTD-BUDGET.
            MOVE ZERO TO WS-PYTD-ACTUAL.

       GROUP-WRITE SECTION.
            MOVE WS-GROUP-PERIOD(5:2) TO WS-MONTH-IX.
            ADD WS-GROUP-BUDGET TO WS-PER-BUDGET(WS-MONTH-IX).
            ADD WS-GROUP-ACTUAL TO WS-PER-ACTUAL(WS-MONTH-IX).
            ADD WS-GROUP-BUDGET TO WS-PYTD-BUDGET.
            ADD WS-GROUP-ACTUAL TO WS-PYTD-ACTUAL.
            COMPUTE WS-VARIANCE = WS-GROUP-ACTUAL - WS-GROUP-BUDGET.
            PERFORM VARIANCE-PERCENT.
            MOVE WS-GROUP-BUDGET TO WS-EDIT-BUDGET.
            MOVE WS-GROUP-ACTUAL TO WS-EDIT-ACTUAL.
            MOVE WS-VARIANCE TO WS-EDIT-VARIANCE.
            ADD 1 TO WS-LINE-COUNT.
            IF WS-FLAG = "FORA"
                 ADD 1 TO WS-FLAGGED-COUNT.
            IF WS-PER-STATUS(WS-MONTH-IX) = "C"
                 ADD WS-GROUP-BUDGET TO WS-YTD-BUDGET
                 ADD WS-GROUP-ACTUAL TO WS-YTD-ACTUAL
                 MOVE "FECHADO" TO WS-LINE-LABEL
                 MOVE WS-YTD-BUDGET TO WS-EDIT-YTD-BUDGET
                 MOVE WS-YTD-ACTUAL TO WS-EDIT-YTD-ACTUAL
                 COMPUTE WS-YTD-VARIANCE =
                      WS-YTD-ACTUAL - WS-YTD-BUDGET
                 MOVE WS-YTD-VARIANCE TO WS-EDIT-YTD-VARIANCE
                 PERFORM DETAIL-FORMAT
                 MOVE WS-DETAIL-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
            ELSE
                 ADD 1 TO WS-PROVISIONAL-COUNT
                 MOVE "PROVISORIO" TO WS-LINE-LABEL
                 MOVE WS-PYTD-BUDGET TO WS-EDIT-YTD-BUDGET
                 MOVE WS-PYTD-ACTUAL TO WS-EDIT-YTD-ACTUAL
                 COMPUTE WS-YTD-VARIANCE =
                      WS-PYTD-ACTUAL - WS-PYTD-BUDGET
                 MOVE WS-YTD-VARIANCE TO WS-EDIT-YTD-VARIANCE
                 PERFORM DETAIL-FORMAT
                 MOVE WS-DETAIL-LINE TO BUDGWORK-LINE
                 WRITE BUDGWORK-LINE
                 IF BUDGWORK-STATUS NOT = "00"
                      ADD 1 TO WS-WORK-ERRORS
                 END-IF.

       VARIANCE-PERCENT SECTION.
            MOVE "OK" TO WS-FLAG.
            MOVE ZERO TO WS-VAR-PCT.
            IF WS-GROUP-BUDGET < ZERO
                 COMPUTE WS-ABS-BUDGET = 0 - WS-GROUP-BUDGET
            ELSE
                 MOVE WS-GROUP-BUDGET TO WS-ABS-BUDGET.
            IF WS-ABS-BUDGET = ZERO
                 MOVE "N/D" TO WS-PCT-TEXT
                 IF WS-GROUP-ACTUAL NOT = ZERO
                      MOVE "FORA" TO WS-FLAG
                 END-IF
            ELSE
                 COMPUTE WS-VAR-PCT ROUNDED =
                      WS-VARIANCE * 100 / WS-ABS-BUDGET
                      ON SIZE ERROR MOVE 9999999,99 TO WS-VAR-PCT
                 END-COMPUTE
                 MOVE WS-VAR-PCT TO WS-EDIT-PCT
                 MOVE WS-EDIT-PCT TO WS-PCT-TEXT
                 IF WS-VAR-PCT < ZERO
                      COMPUTE WS-ABS-PCT = 0 - WS-VAR-PCT
                 ELSE
                      MOVE WS-VAR-PCT TO WS-ABS-PCT
                 END-IF
                 IF WS-ABS-PCT > WS-GROUP-TOLERANCE
                      MOVE "FORA" TO WS-FLAG
                 END-IF.

       DETAIL-FORMAT SECTION.
            MOVE SPACES TO WS-DETAIL-LINE.
            STRING WS-LINE-LABEL DELIMITED BY SPACE
                 ";" WS-GROUP-BREAK ";" WS-GROUP-PERIOD ";"
                 WS-EDIT-BUDGET ";" WS-EDIT-ACTUAL ";"
                 WS-EDIT-VARIANCE ";" WS-PCT-TEXT ";"
                 WS-EDIT-YTD-BUDGET ";" WS-EDIT-YTD-ACTUAL ";"
                 WS-EDIT-YTD-VARIANCE ";" WS-FLAG
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE.

       PERIOD-TOTALS SECTION.
            MOVE 1 TO WS-MONTH-IX.
            PERFORM PERIOD-TOTAL-STEP UNTIL WS-MONTH-IX > WS-LAST-MONTH.

       PERIOD-TOTAL-STEP SECTION.
            IF WS-LINE-LABEL = "FECHADO"
                 AND WS-PER-STATUS(WS-MONTH-IX) = "C"
                 MOVE WS-PER-PH-ACTUAL(WS-MONTH-IX)
                      TO WS-EDIT-PH-ACTUAL
                 ADD WS-PER-ACTUAL(WS-MONTH-IX) TO WS-CLOSED-ACTUAL
                 COMPUTE WS-UNALLOCATED =
                      WS-PER-PH-ACTUAL(WS-MONTH-IX)
                      - WS-PER-ACTUAL(WS-MONTH-IX)
                 PERFORM PERIOD-TOTAL-WRITE
            ELSE IF WS-LINE-LABEL = "PROVISORIO"
                 AND WS-PER-STATUS(WS-MONTH-IX) NOT = "C"
                 MOVE ZERO TO WS-EDIT-PH-ACTUAL
                 MOVE ZERO TO WS-UNALLOCATED
                 PERFORM PERIOD-TOTAL-WRITE.
            ADD 1 TO WS-MONTH-IX.

       PERIOD-TOTAL-WRITE SECTION.
            MOVE WS-PER-BUDGET(WS-MONTH-IX) TO WS-EDIT-BUDGET.
            MOVE WS-PER-ACTUAL(WS-MONTH-IX) TO WS-EDIT-ACTUAL.
            COMPUTE WS-VARIANCE = WS-PER-ACTUAL(WS-MONTH-IX)
                 - WS-PER-BUDGET(WS-MONTH-IX).
            MOVE WS-VARIANCE TO WS-EDIT-VARIANCE.
            MOVE WS-UNALLOCATED TO WS-EDIT-YTD-VARIANCE.
            MOVE SPACES TO REPORT-LINE.
            STRING "TOTAL PERIODO;" WS-YEAR WS-MONTH-IX ";"
                 DELIMITED BY SIZE
                 WS-LINE-LABEL DELIMITED BY SPACE
                 ";" WS-EDIT-BUDGET ";" WS-EDIT-ACTUAL ";"
                 WS-EDIT-VARIANCE ";" WS-EDIT-PH-ACTUAL ";"
                 WS-EDIT-YTD-VARIANCE
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       PROVISIONAL-SECTION SECTION.
            MOVE SPACES TO REPORT-LINE.
            STRING "PROVISORIO;PERIODOS EM ABERTO;{{ DATAFILE }}"
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            OPEN INPUT BUDGWORK-FILE.
            IF BUDGWORK-STATUS = "00"
                 PERFORM BUDGWORK-READ
                 PERFORM PROVISIONAL-COPY-LOOP
                      UNTIL BUDGWORK-STATUS NOT = "00".
            CLOSE BUDGWORK-FILE.
            MOVE "PROVISORIO" TO WS-LINE-LABEL.
            PERFORM PERIOD-TOTALS.

       BUDGWORK-READ SECTION.
            READ BUDGWORK-FILE.

       PROVISIONAL-COPY-LOOP SECTION.
            MOVE BUDGWORK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM BUDGWORK-READ.

       REPORT-HEADER SECTION.
            MOVE WS-DEFAULT-TOLERANCE TO WS-EDIT-PCT.
            MOVE SPACES TO REPORT-LINE.
            STRING "ORCADO X REALIZADO;{{ DATAFILE }};" PERIOD ";"
                 WS-EDIT-PCT ";" USER-ID
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-TOTALS SECTION.
            MOVE SPACES TO REPORT-LINE.
            STRING "TOTAL;" WS-LINE-COUNT ";" WS-FLAGGED-COUNT ";"
                 WS-PROVISIONAL-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       EVENT-INIT SECTION.
            MOVE SPACES TO EVENT-RECORD.
            MOVE "BUDGVAR" TO EVENT-PROGRAM.
            MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP.
            MOVE SPACES TO EVENT-KEY.

       EVENT-WRITE SECTION.
            OPEN EXTEND EVENT-FILE.
            IF EVENT-STATUS = "35"
                 OPEN OUTPUT EVENT-FILE.
            WRITE EVENT-RECORD.
            CLOSE EVENT-FILE.

       RUN-INIT SECTION.
            MOVE SPACES TO RUNCTL-RECORD.
            MOVE "BUDGVAR" TO RUNCTL-PROGRAM.
            MOVE FUNCTION CURRENT-DATE TO RUNCTL-START-TIMESTAMP.
            MOVE "{{ DATAFILE }}" TO RUNCTL-DATAFILE.
            MOVE 0 TO RUNCTL-READ-COUNT.
            MOVE 0 TO RUNCTL-WRITTEN-COUNT.
            MOVE 0 TO RUNCTL-DELETED-COUNT.
            MOVE 0 TO RUNCTL-ERROR-COUNT.
            MOVE 0 TO RUNCTL-CLOSING-COUNT.
            MOVE ZERO TO RUNCTL-AMOUNT-TOTAL.
            MOVE 0 TO RUNCTL-SKIPPED-COUNT.
            MOVE "E" TO RUNCTL-FINAL-STATUS.

       RUN-CLOSING-COUNT SECTION.
            MOVE LOW-VALUES TO {{ KEYNAME }}.
            START FILE-NAME KEY NOT LESS {{ SUPERKEYNAME }}.
            IF FILE-STATUS = "00"
                 PERFORM RUN-COUNT-LOOP UNTIL FILE-STATUS NOT = "00".

       RUN-COUNT-LOOP SECTION.
            READ FILE-NAME NEXT IGNORE LOCK.
            IF FILE-STATUS = "00"
                 ADD 1 TO RUNCTL-CLOSING-COUNT.

       RUN-WRITE SECTION.
            MOVE FUNCTION CURRENT-DATE TO RUNCTL-END-TIMESTAMP.
            OPEN I-O RUNCTL-FILE.
            IF RUNCTL-STATUS NOT = "00"
                 OPEN OUTPUT RUNCTL-FILE
                 CLOSE RUNCTL-FILE
                 OPEN I-O RUNCTL-FILE.
            WRITE RUNCTL-RECORD.
            CLOSE RUNCTL-FILE.

       FILE-OPEN SECTION.
            OPEN INPUT FILE-NAME.
            OPEN INPUT BUDGET-FILE.
            IF BUDGET-STATUS NOT = "00"
                 DISPLAY "ERRO: ORCAMENTO NAO ABERTO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY BUDGET-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM RUN-WRITE
                 CLOSE FILE-NAME
                 GOBACK.
            OPEN OUTPUT REPORT-FILE.

       FILE-CLOSE SECTION.
            CLOSE FILE-NAME.
            CLOSE BUDGET-FILE.
            CLOSE REPORT-FILE.
            GOBACK.
