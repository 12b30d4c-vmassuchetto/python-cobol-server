       $set ANIM
       $set ANS85
       $set AUTOLOCK
       $set BELL
       $set FILESHARE
       $set NOWARNING
       $set WRITETHROUGH
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCREEN.

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
            SELECT MOVEMENT-FILE ASSIGN WS-MOVEMENT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS MOVEMENT-STATUS.
            SELECT WORK-FILE ASSIGN WS-WORK-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS WORK-STATUS.
            SELECT RULE-FILE ASSIGN WS-RULE-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS SR-KEY
                 FILE STATUS IS RULE-STATUS.
            SELECT HIST-FILE ASSIGN WS-HIST-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS SH-KEY
                 FILE STATUS IS HIST-STATUS.
            SELECT REVIEW-FILE ASSIGN WS-REVIEW-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS RV-ID
                 FILE STATUS IS REVIEW-STATUS.
            SELECT COUNTER-FILE ASSIGN WS-COUNTER-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS COUNTER-NAME
                 FILE STATUS IS COUNTER-STATUS.
            SELECT POSTCTL-FILE ASSIGN WS-POSTCTL-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS PCT-KEY
                 FILE STATUS IS POSTCTL-STATUS.
            SELECT REPORT-FILE ASSIGN WS-REPORT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS REPORT-STATUS.
            SELECT REJECT-FILE ASSIGN WS-REJECT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS REJECT-STATUS.
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

       FD MOVEMENT-FILE.
           COPY MOVREC.

       FD WORK-FILE.
       01   WORK-RECORD                 PIC X(48).

       FD RULE-FILE.
           COPY SCRRULE.

       FD HIST-FILE.
           COPY SCRHIST.

       FD REVIEW-FILE.
           COPY REVWREC.

       FD COUNTER-FILE.
       01   COUNTER-RECORD.
            03 COUNTER-NAME             PIC X(20).
            03 COUNTER-VALUE            PIC 9(09).

       FD POSTCTL-FILE.
           COPY POSTCTL.

       FD REPORT-FILE.
       01   REPORT-LINE                 PIC X(132).

       FD REJECT-FILE.
           COPY REJREC.

       FD RUNCTL-FILE.
           COPY RUNCTL.

       FD EVENT-FILE.
           COPY EVTREC.

       WORKING-STORAGE SECTION.
       01   WS-DATA-PATH                PIC X(100)
                                        VALUE "{{ DATAFILE }}".
       01   WS-MOVEMENT-PATH            PIC X(100)
                                        VALUE "{{ MOVEMENTFILE }}".
       01   WS-WORK-PATH                PIC X(100)
                                        VALUE "{{ SCREENWORKFILE }}".
       01   WS-RULE-PATH                PIC X(100)
                                        VALUE "{{ SCREENRULEFILE }}".
       01   WS-HIST-PATH                PIC X(100)
                                        VALUE "{{ SCREENHISTFILE }}".
       01   WS-REVIEW-PATH              PIC X(100)
                                        VALUE "{{ REVIEWFILE }}".
       01   WS-COUNTER-PATH             PIC X(100)
                                        VALUE "{{ COUNTERFILE }}".
       01   WS-POSTCTL-PATH             PIC X(100)
                                        VALUE "{{ POSTCTLFILE }}".
       01   WS-REPORT-PATH              PIC X(100)
                                        VALUE "{{ REPORTFILE }}".
       01   WS-REJECT-PATH              PIC X(100)
                                        VALUE "{{ REJECTFILE }}".
       01   WS-RUNCTL-PATH              PIC X(100)
                                        VALUE "{{ RUNCTLFILE }}".
       01   WS-EVENT-PATH               PIC X(100)
                                        VALUE "{{ EVENTFILE }}".
       01   FILE-STATUS                 PIC X(02) VALUE SPACES.
       01   MOVEMENT-STATUS             PIC X(02) VALUE SPACES.
       01   WORK-STATUS                 PIC X(02) VALUE SPACES.
       01   RULE-STATUS                 PIC X(02) VALUE SPACES.
       01   HIST-STATUS                 PIC X(02) VALUE SPACES.
       01   REVIEW-STATUS               PIC X(02) VALUE SPACES.
       01   COUNTER-STATUS              PIC X(02) VALUE SPACES.
       01   POSTCTL-STATUS              PIC X(02) VALUE SPACES.
       01   REPORT-STATUS               PIC X(02) VALUE SPACES.
       01   REJECT-STATUS               PIC X(02) VALUE SPACES.
       01   RUNCTL-STATUS               PIC X(02) VALUE SPACES.
       01   EVENT-STATUS                PIC X(02) VALUE SPACES.
       01   WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01   WS-HISTORY-DAYS             PIC 9(05) VALUE 0.
       01   WS-HISTORY-CUTOFF           PIC X(08) VALUE SPACES.
       01   WS-READ-COUNT               PIC 9(9) VALUE 0.
       01   WS-PASSED-COUNT             PIC 9(9) VALUE 0.
       01   WS-HELD-COUNT               PIC 9(9) VALUE 0.
       01   WS-RELEASED-COUNT           PIC 9(9) VALUE 0.
       01   WS-LARGE-COUNT              PIC 9(9) VALUE 0.
       01   WS-PATTERN-COUNT            PIC 9(9) VALUE 0.
       01   WS-PURGED-COUNT             PIC 9(9) VALUE 0.
       01   WS-ERROR-COUNT              PIC 9(9) VALUE 0.
       01   WS-HELD-TOTAL               PIC 9(13)V99 VALUE ZERO.
       01   WS-MOV-SEQ                  PIC 9(9) VALUE 0.
       01   WS-BATCH-COUNT              PIC 9(9) VALUE 0.
       01   WS-BATCH-HASH               PIC 9(15)V99 VALUE ZERO.
       01   WS-BATCH-FIRST              PIC X(48) VALUE SPACES.
       01   WS-BATCH-LAST               PIC X(48) VALUE SPACES.
       01   WS-RETURN-FLAG              PIC X(01) VALUE SPACES.
       01   WS-FWD-IX                   PIC 9(05) VALUE 0.
       01   WS-FWD-USED                 PIC 9(05) VALUE 0.
       01   WS-FWD-TABLE.
            03 WS-FWD-ENTRY             OCCURS 5000.
               05 WS-FWD-ID             PIC 9(08).
       01   WS-RULE-TABLE.
            03 WS-RULE-ENTRY OCCURS 20.
               05 WS-RULE-TYPE          PIC X(01).
               05 WS-RULE-THRESHOLD     PIC 9(13)V99.
               05 WS-RULE-WINDOW        PIC 9(03).
               05 WS-RULE-BAND          PIC 9(03)V99.
               05 WS-RULE-MIN           PIC 9(03).
       01   WS-RULE-USED                PIC 9(02) VALUE 0.
       01   WS-RULE-IX                  PIC 9(02) VALUE 0.
       01   WS-RULE-HIT                 PIC 9(02) VALUE 0.
       01   WS-RULE-MAX-WINDOW          PIC 9(03) VALUE 0.
       01   WS-NEAR-FLOOR               PIC 9(13)V99 VALUE ZERO.
       01   WS-MOV-FLAG                 PIC X(01) VALUE SPACES.
       01   WS-HOLD-REASON              PIC X(02) VALUE SPACES.
       01   WS-NEAR-COUNT               PIC 9(03) VALUE 0.
       01   WS-WINDOW-TOTAL             PIC 9(13)V99 VALUE ZERO.
       01   WS-WINDOW-START             PIC X(08) VALUE SPACES.
       01   WS-WIN-CACHE-DATE           PIC X(08) VALUE SPACES.
       01   WS-WIN-CACHE-DAYS           PIC 9(03) VALUE 0.
       01   WS-REVIEW-ID                PIC 9(08) VALUE 0.
       01   WS-AMOUNT-EDIT              PIC Z(12)9,99.
       01   WS-WINDOW-EDIT              PIC Z(12)9,99.
       01   AUTH-ARGV.
            03 AUTH-FILLER              PIC X(02).
            03 AUTH-USER                PIC X(08).
            03 AUTH-DATAFILE            PIC X(30).
            03 AUTH-OPERATION           PIC X(01).
            03 AUTH-RESULT              PIC X(01).
       01   DATESRV-ARGV.
            03 DSRV-FILLER              PIC X(02).
            03 DSRV-OPERATION           PIC X(01).
            03 DSRV-INPUT               PIC X(08).
            03 DSRV-DAYS                PIC 9(05).
            03 DSRV-OUTPUT              PIC X(08).
            03 DSRV-RESULT              PIC X(01).
       01   CONFIGSRV-ARGV.
            03 CFGSRV-FILLER            PIC X(02).
            03 CFGSRV-LOGICAL           PIC X(30).
            03 CFGSRV-PATH              PIC X(100).
            03 CFGSRV-RESULT            PIC X(01).

       LINKAGE SECTION.
       01   ARGV.
            03 FILLER                   PIC X(02).
            03 USER-ID                  PIC X(08).
            03 RUN-DATE                 PIC X(08).
            03 HISTORY-DAYS             PIC 9(05).
            03 RESULT-CODE              PIC X(01).
            03 PASSED-COUNT             PIC 9(9).
            03 HELD-COUNT               PIC 9(9).
            03 RELEASED-COUNT           PIC 9(9).

       PROCEDURE DIVISION USING ARGV.

       BEGIN.
            PERFORM CONFIG-RESOLVE.
            MOVE "1" TO RESULT-CODE.
            MOVE 0 TO PASSED-COUNT.
            MOVE 0 TO HELD-COUNT.
            MOVE 0 TO RELEASED-COUNT.
            MOVE 0 TO WS-READ-COUNT.
            MOVE 0 TO WS-PASSED-COUNT.
            MOVE 0 TO WS-HELD-COUNT.
            MOVE 0 TO WS-RELEASED-COUNT.
            MOVE 0 TO WS-LARGE-COUNT.
            MOVE 0 TO WS-PATTERN-COUNT.
            MOVE 0 TO WS-PURGED-COUNT.
            MOVE 0 TO WS-ERROR-COUNT.
            MOVE ZERO TO WS-HELD-TOTAL.
            MOVE 0 TO WS-MOV-SEQ.
            IF RUN-DATE = SPACES
                 MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
            ELSE
                 MOVE RUN-DATE TO WS-RUN-DATE.
            IF HISTORY-DAYS NOT NUMERIC OR HISTORY-DAYS = 0
                 MOVE 60 TO WS-HISTORY-DAYS
            ELSE
                 MOVE HISTORY-DAYS TO WS-HISTORY-DAYS.
            PERFORM AUTH-CHECK.
            PERFORM RUN-INIT.
            OPEN INPUT MOVEMENT-FILE.
            IF MOVEMENT-STATUS NOT = "00"
                 DISPLAY "ERRO: ARQUIVO DE MOVIMENTO NAO ABERTO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY MOVEMENT-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM RUN-WRITE
                 GOBACK.
            PERFORM BATCH-IDENTIFY.
            PERFORM BATCH-SCREENED-CHECK.
            PERFORM RULE-LOAD.
            IF WS-RULE-MAX-WINDOW > WS-HISTORY-DAYS
                 MOVE WS-RULE-MAX-WINDOW TO WS-HISTORY-DAYS.
            PERFORM FILE-OPEN.
            PERFORM REPORT-HEADER.
            PERFORM RELEASE-FORWARD.
            PERFORM MOVEMENT-READ.
            PERFORM SCREEN-LOOP UNTIL MOVEMENT-STATUS NOT = "00".
            CLOSE MOVEMENT-FILE.
            CLOSE WORK-FILE.
            PERFORM WORK-RETURN.
            IF WS-RETURN-FLAG = "Y"
                 PERFORM BATCH-REGISTER
                 PERFORM RELEASE-CONFIRM.
            PERFORM HISTORY-PURGE.
            PERFORM REPORT-TOTALS.
            DISPLAY "MOVIMENTOS LIDOS: " WITH NO ADVANCING.
            DISPLAY WS-READ-COUNT.
            DISPLAY "MOVIMENTOS LIBERADOS PARA LANCAMENTO: "
                 WITH NO ADVANCING.
            DISPLAY WS-PASSED-COUNT.
            DISPLAY "MOVIMENTOS RETIDOS PARA REVISAO: "
                 WITH NO ADVANCING.
            DISPLAY WS-HELD-COUNT.
            DISPLAY "ITENS REVISADOS REENCAMINHADOS: "
                 WITH NO ADVANCING.
            DISPLAY WS-RELEASED-COUNT.
            DISPLAY "HISTORICO EXPURGADO: " WITH NO ADVANCING.
            DISPLAY WS-PURGED-COUNT.
            IF WS-ERROR-COUNT = 0
                 MOVE "C" TO RUNCTL-FINAL-STATUS
                 MOVE "0" TO RESULT-CODE.
            MOVE WS-PASSED-COUNT TO PASSED-COUNT.
            MOVE WS-HELD-COUNT TO HELD-COUNT.
            MOVE WS-RELEASED-COUNT TO RELEASED-COUNT.
            MOVE WS-READ-COUNT TO RUNCTL-READ-COUNT.
            MOVE WS-ERROR-COUNT TO RUNCTL-ERROR-COUNT.
            MOVE WS-HELD-COUNT TO RUNCTL-SKIPPED-COUNT.
            MOVE WS-HELD-TOTAL TO RUNCTL-AMOUNT-TOTAL.
            PERFORM RUN-CLOSING-COUNT.
            PERFORM RUN-WRITE.
            PERFORM FILE-CLOSE.

       CONFIG-RESOLVE SECTION.
            MOVE "{{ DATAFILE }}" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-DATA-PATH.
            MOVE "{{ MOVEMENTFILE }}" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-MOVEMENT-PATH.
            MOVE "SCREENWORKFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-WORK-PATH.
            MOVE "SCREENRULEFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-RULE-PATH.
            MOVE "SCREENHISTFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-HIST-PATH.
            MOVE "REVIEWFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-REVIEW-PATH.
            MOVE "COUNTERFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-COUNTER-PATH.
            MOVE "POSTCTLFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-POSTCTL-PATH.
            MOVE "{{ REPORTFILE }}" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-REPORT-PATH.
            MOVE "REJECTFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-REJECT-PATH.
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
            MOVE "U" TO AUTH-OPERATION.
            MOVE "1" TO AUTH-RESULT.
            CALL "AUTHSRV" USING AUTH-ARGV.
            IF AUTH-RESULT NOT = "0"
                 DISPLAY "ERRO: OPERACAO NAO AUTORIZADA."
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "AUTH" TO EVENT-CODE
                 PERFORM EVENT-WRITE
                 GOBACK.

       MOVEMENT-READ SECTION.
            READ MOVEMENT-FILE.

       BATCH-IDENTIFY SECTION.
            MOVE 0 TO WS-BATCH-COUNT.
            MOVE ZERO TO WS-BATCH-HASH.
            MOVE SPACES TO WS-BATCH-FIRST.
            MOVE SPACES TO WS-BATCH-LAST.
            PERFORM MOVEMENT-READ.
            PERFORM BATCH-IDENTIFY-LOOP
                 UNTIL MOVEMENT-STATUS NOT = "00".
            CLOSE MOVEMENT-FILE.
            OPEN INPUT MOVEMENT-FILE.

       BATCH-IDENTIFY-LOOP SECTION.
            PERFORM BATCH-ACCUMULATE.
            PERFORM MOVEMENT-READ.

       BATCH-ACCUMULATE SECTION.
            ADD 1 TO WS-BATCH-COUNT.
            IF WS-BATCH-COUNT = 1
                 MOVE MOVEMENT-RECORD TO WS-BATCH-FIRST.
            MOVE MOVEMENT-RECORD TO WS-BATCH-LAST.
            IF MOV-AMOUNT-X NUMERIC
                 ADD MOV-AMOUNT TO WS-BATCH-HASH.

       BATCH-KEY-SET SECTION.
            MOVE "{{ DATAFILE }}" TO PCT-DATAFILE.
            MOVE WS-BATCH-COUNT TO PCT-MOV-COUNT.
            MOVE WS-BATCH-HASH TO PCT-MOV-HASH.
            MOVE WS-BATCH-FIRST TO PCT-FIRST-MOVEMENT.
            MOVE WS-BATCH-LAST TO PCT-LAST-MOVEMENT.

       BATCH-SCREENED-CHECK SECTION.
            IF WS-BATCH-COUNT > 0
                 OPEN I-O POSTCTL-FILE
                 IF POSTCTL-STATUS NOT = "00"
                      OPEN OUTPUT POSTCTL-FILE
                      CLOSE POSTCTL-FILE
                      OPEN I-O POSTCTL-FILE
                 END-IF
                 PERFORM BATCH-KEY-SET
                 READ POSTCTL-FILE
                 IF POSTCTL-STATUS = "00"
                      PERFORM BATCH-REFUSE
                 ELSE
                      CLOSE POSTCTL-FILE
                 END-IF.

       BATCH-REFUSE SECTION.
            DISPLAY "ERRO: LOTE DE MOVIMENTOS JA TRIADO EM "
                 WITH NO ADVANCING.
            DISPLAY PCT-RUN-KEY(1:14).
            MOVE "2" TO RESULT-CODE.
            CLOSE POSTCTL-FILE.
            CLOSE MOVEMENT-FILE.
            GOBACK.

       BATCH-REGISTER SECTION.
            IF WS-BATCH-COUNT > 0
                 OPEN I-O POSTCTL-FILE
                 IF POSTCTL-STATUS NOT = "00"
                      OPEN OUTPUT POSTCTL-FILE
                      CLOSE POSTCTL-FILE
                      OPEN I-O POSTCTL-FILE
                 END-IF
                 MOVE SPACES TO POSTCTL-RECORD
                 PERFORM BATCH-KEY-SET
                 MOVE "S" TO PCT-STATUS
                 MOVE RUNCTL-KEY TO PCT-RUN-KEY
                 MOVE 0 TO PCT-LAST-SEQ
                 MOVE 0 TO PCT-POSTED-COUNT
                 MOVE ZERO TO PCT-POSTED-TOTAL
                 MOVE FUNCTION CURRENT-DATE TO PCT-TIMESTAMP
                 WRITE POSTCTL-RECORD
                 IF POSTCTL-STATUS = "22"
                      DISPLAY "AVISO: LOTE TRIADO JA REGISTRADO."
                 ELSE IF POSTCTL-STATUS NOT = "00"
                      PERFORM BATCH-CONTROL-FAIL
                 END-IF
                 CLOSE POSTCTL-FILE.

       BATCH-CONTROL-FAIL SECTION.
            ADD 1 TO WS-ERROR-COUNT.
            DISPLAY "ERRO: CONTROLE DO LOTE NAO GRAVADO. "
                 WITH NO ADVANCING.
            DISPLAY "FILE-STATUS " WITH NO ADVANCING.
            DISPLAY POSTCTL-STATUS WITH NO ADVANCING.
            DISPLAY ".".
            PERFORM EVENT-INIT.
            MOVE "E" TO EVENT-SEVERITY.
            MOVE "IOER" TO EVENT-CODE.
            PERFORM EVENT-WRITE.

       RULE-LOAD SECTION.
            MOVE 0 TO WS-RULE-USED.
            MOVE 0 TO WS-RULE-MAX-WINDOW.
            OPEN INPUT RULE-FILE.
            IF RULE-STATUS = "00"
                 MOVE "{{ DATAFILE }}" TO SR-DATAFILE
                 MOVE LOW-VALUES TO SR-MOV-TYPE
                 START RULE-FILE KEY NOT LESS SR-KEY
                 IF RULE-STATUS = "00"
                      PERFORM RULE-READ
                      PERFORM RULE-LOAD-LOOP
                           UNTIL RULE-STATUS NOT = "00"
                           OR SR-DATAFILE NOT = "{{ DATAFILE }}"
                 END-IF.
            CLOSE RULE-FILE.

       RULE-READ SECTION.
            READ RULE-FILE NEXT IGNORE LOCK.

       RULE-LOAD-LOOP SECTION.
            IF WS-RULE-USED < 20 AND SR-THRESHOLD > 0
                 ADD 1 TO WS-RULE-USED
                 MOVE SR-MOV-TYPE TO WS-RULE-TYPE(WS-RULE-USED)
                 MOVE SR-THRESHOLD TO WS-RULE-THRESHOLD(WS-RULE-USED)
                 MOVE SR-WINDOW-DAYS TO WS-RULE-WINDOW(WS-RULE-USED)
                 MOVE SR-BAND-PCT TO WS-RULE-BAND(WS-RULE-USED)
                 MOVE SR-MIN-COUNT TO WS-RULE-MIN(WS-RULE-USED)
                 IF SR-MIN-COUNT = 0
                      MOVE 3 TO WS-RULE-MIN(WS-RULE-USED)
                 END-IF
                 IF SR-WINDOW-DAYS > WS-RULE-MAX-WINDOW
                      MOVE SR-WINDOW-DAYS TO WS-RULE-MAX-WINDOW
                 END-IF.
            PERFORM RULE-READ.

       RULE-FIND SECTION.
            MOVE 0 TO WS-RULE-HIT.
            MOVE 1 TO WS-RULE-IX.
            PERFORM RULE-FIND-STEP
                 UNTIL WS-RULE-IX > WS-RULE-USED.

       RULE-FIND-STEP SECTION.
            IF WS-RULE-TYPE(WS-RULE-IX) = MOV-TYPE
                 MOVE WS-RULE-IX TO WS-RULE-HIT
            ELSE IF WS-RULE-TYPE(WS-RULE-IX) = "*"
                 AND WS-RULE-HIT = 0
                 MOVE WS-RULE-IX TO WS-RULE-HIT.
            ADD 1 TO WS-RULE-IX.

       RELEASE-FORWARD SECTION.
            MOVE 0 TO WS-FWD-USED.
            MOVE 0 TO RV-ID.
            START REVIEW-FILE KEY NOT LESS RV-ID.
            IF REVIEW-STATUS = "00"
                 PERFORM REVIEW-READ
                 PERFORM RELEASE-FORWARD-LOOP
                      UNTIL REVIEW-STATUS NOT = "00".

       REVIEW-READ SECTION.
            READ REVIEW-FILE NEXT.

       RELEASE-FORWARD-LOOP SECTION.
            IF RV-DATAFILE = "{{ DATAFILE }}" AND RV-STATUS = "R"
                 AND WS-FWD-USED < 5000
                 MOVE RV-MOVEMENT TO WORK-RECORD
                 WRITE WORK-RECORD
                 ADD 1 TO WS-FWD-USED
                 MOVE RV-ID TO WS-FWD-ID(WS-FWD-USED).
            PERFORM REVIEW-READ.

       RELEASE-CONFIRM SECTION.
            MOVE 1 TO WS-FWD-IX.
            PERFORM RELEASE-CONFIRM-STEP
                 UNTIL WS-FWD-IX > WS-FWD-USED.

       RELEASE-CONFIRM-STEP SECTION.
            MOVE WS-FWD-ID(WS-FWD-IX) TO RV-ID.
            READ REVIEW-FILE.
            IF REVIEW-STATUS = "00"
                 MOVE "F" TO RV-STATUS
                 MOVE RUNCTL-KEY TO RV-RUN-KEY
                 REWRITE REVIEW-RECORD.
            IF REVIEW-STATUS = "00"
                 ADD 1 TO WS-RELEASED-COUNT
                 PERFORM REPORT-RELEASED
            ELSE
                 PERFORM REVIEW-ERROR.
            ADD 1 TO WS-FWD-IX.

       SCREEN-LOOP SECTION.
            ADD 1 TO WS-READ-COUNT.
            ADD 1 TO WS-MOV-SEQ.
            MOVE SPACES TO WS-MOV-FLAG.
            MOVE SPACES TO WS-HOLD-REASON.
            MOVE 0 TO WS-RULE-HIT.
            IF MOV-AMOUNT-X NUMERIC AND MOV-ORIGIN = SPACES
                 PERFORM RULE-FIND.
            IF WS-RULE-HIT > 0
                 PERFORM MOVEMENT-SCREEN.
            IF WS-HOLD-REASON = SPACES
                 MOVE MOVEMENT-RECORD TO WORK-RECORD
                 WRITE WORK-RECORD
                 ADD 1 TO WS-PASSED-COUNT
            ELSE
                 PERFORM MOVEMENT-HOLD.
            IF WS-MOV-FLAG NOT = SPACES
                 PERFORM HISTORY-WRITE.
            PERFORM MOVEMENT-READ.

       MOVEMENT-SCREEN SECTION.
            COMPUTE WS-NEAR-FLOOR ROUNDED =
                 WS-RULE-THRESHOLD(WS-RULE-HIT)
                 * (100 - WS-RULE-BAND(WS-RULE-HIT)) / 100.
            IF MOV-AMOUNT NOT < WS-RULE-THRESHOLD(WS-RULE-HIT)
                 MOVE "L" TO WS-MOV-FLAG
            ELSE IF MOV-AMOUNT NOT < WS-NEAR-FLOOR
                 MOVE "N" TO WS-MOV-FLAG.
            IF WS-MOV-FLAG NOT = SPACES
                 PERFORM WINDOW-COUNT
                 IF WS-MOV-FLAG = "L"
                      MOVE "LT" TO WS-HOLD-REASON
                      ADD 1 TO WS-LARGE-COUNT
                 ELSE IF WS-NEAR-COUNT NOT < WS-RULE-MIN(WS-RULE-HIT)
                      MOVE "ST" TO WS-HOLD-REASON
                      ADD 1 TO WS-PATTERN-COUNT
                 END-IF.

       WINDOW-COUNT SECTION.
            MOVE 1 TO WS-NEAR-COUNT.
            MOVE MOV-AMOUNT TO WS-WINDOW-TOTAL.
            PERFORM WINDOW-START-SET.
            MOVE "{{ DATAFILE }}" TO SH-DATAFILE.
            MOVE MOV-KEY TO SH-MOV-KEY.
            MOVE WS-WINDOW-START TO SH-MOV-DATE.
            MOVE SPACES TO SH-STAMP.
            MOVE 0 TO SH-SEQ.
            START HIST-FILE KEY NOT LESS SH-KEY.
            IF HIST-STATUS = "00"
                 PERFORM HISTORY-READ
                 PERFORM WINDOW-COUNT-LOOP
                      UNTIL HIST-STATUS NOT = "00"
                      OR SH-DATAFILE NOT = "{{ DATAFILE }}"
                      OR SH-MOV-KEY NOT = MOV-KEY
                      OR SH-MOV-DATE > MOV-DATE.

       WINDOW-START-SET SECTION.
            IF MOV-DATE NOT = WS-WIN-CACHE-DATE
                 OR WS-RULE-WINDOW(WS-RULE-HIT) NOT = WS-WIN-CACHE-DAYS
                 MOVE MOV-DATE TO WS-WINDOW-START
                 IF WS-RULE-WINDOW(WS-RULE-HIT) > 0
                      MOVE SPACES TO DATESRV-ARGV
                      MOVE "B" TO DSRV-OPERATION
                      MOVE MOV-DATE TO DSRV-INPUT
                      MOVE WS-RULE-WINDOW(WS-RULE-HIT) TO DSRV-DAYS
                      MOVE "1" TO DSRV-RESULT
                      CALL "DATESRV" USING DATESRV-ARGV
                      IF DSRV-RESULT = "0"
                           MOVE DSRV-OUTPUT TO WS-WINDOW-START
                      END-IF
                 END-IF
                 MOVE MOV-DATE TO WS-WIN-CACHE-DATE
                 MOVE WS-RULE-WINDOW(WS-RULE-HIT) TO WS-WIN-CACHE-DAYS.

       HISTORY-READ SECTION.
            READ HIST-FILE NEXT.

       WINDOW-COUNT-LOOP SECTION.
            IF SH-MOV-TYPE = MOV-TYPE
                 ADD 1 TO WS-NEAR-COUNT
                 ADD SH-AMOUNT TO WS-WINDOW-TOTAL.
            PERFORM HISTORY-READ.

       MOVEMENT-HOLD SECTION.
            PERFORM REVIEW-ID-ASSIGN.
            MOVE SPACES TO REVIEW-RECORD.
            MOVE WS-REVIEW-ID TO RV-ID.
            MOVE "{{ DATAFILE }}" TO RV-DATAFILE.
            MOVE "P" TO RV-STATUS.
            MOVE WS-HOLD-REASON TO RV-REASON.
            MOVE MOVEMENT-RECORD TO RV-MOVEMENT.
            MOVE WS-NEAR-COUNT TO RV-NEAR-COUNT.
            MOVE WS-WINDOW-TOTAL TO RV-WINDOW-TOTAL.
            MOVE FUNCTION CURRENT-DATE TO RV-CREATED.
            MOVE RUNCTL-KEY TO RV-RUN-KEY.
            WRITE REVIEW-RECORD.
            IF REVIEW-STATUS = "00"
                 ADD 1 TO WS-HELD-COUNT
                 ADD MOV-AMOUNT TO WS-HELD-TOTAL
                 PERFORM REPORT-CASE
                 DISPLAY "AVISO: MOVIMENTO RETIDO PARA REVISAO: "
                      WITH NO ADVANCING
                 DISPLAY MOV-KEY
                 PERFORM EVENT-INIT
                 MOVE MOV-KEY TO EVENT-KEY
                 MOVE "W" TO EVENT-SEVERITY
                 MOVE "SCRN" TO EVENT-CODE
                 PERFORM EVENT-WRITE
            ELSE
                 MOVE 0 TO WS-REVIEW-ID
                 PERFORM REVIEW-ERROR
                 PERFORM REJECT-INIT
                 MOVE "RV" TO REJECT-REASON
                 PERFORM REJECT-WRITE.

       REVIEW-ID-ASSIGN SECTION.
            OPEN I-O COUNTER-FILE.
            IF COUNTER-STATUS NOT = "00"
                 OPEN OUTPUT COUNTER-FILE
                 CLOSE COUNTER-FILE
                 OPEN I-O COUNTER-FILE.
            MOVE "REVIEW" TO COUNTER-NAME.
            READ COUNTER-FILE.
            IF COUNTER-STATUS = "00"
                 ADD 1 TO COUNTER-VALUE
                 REWRITE COUNTER-RECORD
            ELSE
                 MOVE "REVIEW" TO COUNTER-NAME
                 MOVE 1 TO COUNTER-VALUE
                 WRITE COUNTER-RECORD.
            MOVE COUNTER-VALUE TO WS-REVIEW-ID.
            CLOSE COUNTER-FILE.

       REVIEW-ERROR SECTION.
            ADD 1 TO WS-ERROR-COUNT.
            DISPLAY "ERRO: FILA DE REVISAO NAO GRAVADA. "
                 WITH NO ADVANCING.
            DISPLAY "FILE-STATUS " WITH NO ADVANCING.
            DISPLAY REVIEW-STATUS WITH NO ADVANCING.
            DISPLAY ".".
            PERFORM EVENT-INIT.
            MOVE "E" TO EVENT-SEVERITY.
            MOVE "IOER" TO EVENT-CODE.
            PERFORM EVENT-WRITE.

       HISTORY-WRITE SECTION.
            MOVE SPACES TO SCREEN-HIST-RECORD.
            MOVE "{{ DATAFILE }}" TO SH-DATAFILE.
            MOVE MOV-KEY TO SH-MOV-KEY.
            MOVE MOV-DATE TO SH-MOV-DATE.
            MOVE FUNCTION CURRENT-DATE TO SH-STAMP.
            MOVE WS-MOV-SEQ TO SH-SEQ.
            MOVE MOV-TYPE TO SH-MOV-TYPE.
            MOVE MOV-AMOUNT TO SH-AMOUNT.
            MOVE WS-MOV-FLAG TO SH-FLAG.
            IF WS-HOLD-REASON = SPACES
                 MOVE 0 TO SH-REVIEW-ID
            ELSE
                 MOVE WS-REVIEW-ID TO SH-REVIEW-ID.
            WRITE SCREEN-HIST-RECORD.
            IF HIST-STATUS NOT = "00"
                 ADD 1 TO WS-ERROR-COUNT
                 DISPLAY "ERRO: HISTORICO DE TRIAGEM NAO GRAVADO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY HIST-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM EVENT-INIT
                 MOVE MOV-KEY TO EVENT-KEY
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "IOER" TO EVENT-CODE
                 PERFORM EVENT-WRITE.

       WORK-RETURN SECTION.
            MOVE 0 TO WS-BATCH-COUNT.
            MOVE ZERO TO WS-BATCH-HASH.
            MOVE SPACES TO WS-BATCH-FIRST.
            MOVE SPACES TO WS-BATCH-LAST.
            MOVE "N" TO WS-RETURN-FLAG.
            OPEN INPUT WORK-FILE.
            IF WORK-STATUS NOT = "00"
                 MOVE WORK-STATUS TO FILE-STATUS
                 PERFORM WORK-RETURN-ERROR
            ELSE
                 PERFORM WORK-RETURN-OPEN.

       WORK-RETURN-OPEN SECTION.
            OPEN OUTPUT MOVEMENT-FILE.
            IF MOVEMENT-STATUS NOT = "00"
                 MOVE MOVEMENT-STATUS TO FILE-STATUS
                 PERFORM WORK-RETURN-ERROR
            ELSE
                 MOVE "Y" TO WS-RETURN-FLAG
                 PERFORM WORK-READ
                 PERFORM WORK-RETURN-LOOP
                      UNTIL WORK-STATUS NOT = "00"
                      OR WS-RETURN-FLAG NOT = "Y"
                 CLOSE MOVEMENT-FILE.
            CLOSE WORK-FILE.

       WORK-READ SECTION.
            READ WORK-FILE.

       WORK-RETURN-LOOP SECTION.
            MOVE WORK-RECORD TO MOVEMENT-RECORD.
            WRITE MOVEMENT-RECORD.
            IF MOVEMENT-STATUS NOT = "00"
                 MOVE "N" TO WS-RETURN-FLAG
                 MOVE MOVEMENT-STATUS TO FILE-STATUS
                 PERFORM WORK-RETURN-ERROR
            ELSE
                 PERFORM BATCH-ACCUMULATE
                 PERFORM WORK-READ.

       WORK-RETURN-ERROR SECTION.
            ADD 1 TO WS-ERROR-COUNT.
            DISPLAY "ERRO: MOVIMENTO TRIADO NAO DEVOLVIDO. "
                 WITH NO ADVANCING.
            DISPLAY "FILE-STATUS " WITH NO ADVANCING.
            DISPLAY FILE-STATUS WITH NO ADVANCING.
            DISPLAY ".".
            PERFORM EVENT-INIT.
            MOVE "E" TO EVENT-SEVERITY.
            MOVE "IOER" TO EVENT-CODE.
            PERFORM EVENT-WRITE.

       HISTORY-PURGE SECTION.
            MOVE SPACES TO WS-HISTORY-CUTOFF.
            MOVE SPACES TO DATESRV-ARGV.
            MOVE "B" TO DSRV-OPERATION.
            MOVE WS-RUN-DATE TO DSRV-INPUT.
            MOVE WS-HISTORY-DAYS TO DSRV-DAYS.
            MOVE "1" TO DSRV-RESULT.
            CALL "DATESRV" USING DATESRV-ARGV.
            IF DSRV-RESULT = "0"
                 MOVE DSRV-OUTPUT TO WS-HISTORY-CUTOFF
                 MOVE "{{ DATAFILE }}" TO SH-DATAFILE
                 MOVE LOW-VALUES TO SH-MOV-KEY
                 MOVE SPACES TO SH-MOV-DATE
                 MOVE SPACES TO SH-STAMP
                 MOVE 0 TO SH-SEQ
                 START HIST-FILE KEY NOT LESS SH-KEY
                 IF HIST-STATUS = "00"
                      PERFORM HISTORY-READ
                      PERFORM HISTORY-PURGE-LOOP
                           UNTIL HIST-STATUS NOT = "00"
                           OR SH-DATAFILE NOT = "{{ DATAFILE }}"
                 END-IF.

       HISTORY-PURGE-LOOP SECTION.
            IF SH-MOV-DATE < WS-HISTORY-CUTOFF
                 DELETE HIST-FILE
                 IF HIST-STATUS = "00"
                      ADD 1 TO WS-PURGED-COUNT
                 END-IF.
            PERFORM HISTORY-READ.

       REPORT-HEADER SECTION.
            MOVE SPACES TO REPORT-LINE.
            STRING "TRIAGEM;{{ DATAFILE }};" WS-RUN-DATE ";"
                 WS-HISTORY-DAYS ";" USER-ID
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-CASE SECTION.
            MOVE MOV-AMOUNT TO WS-AMOUNT-EDIT.
            MOVE WS-WINDOW-TOTAL TO WS-WINDOW-EDIT.
            MOVE SPACES TO REPORT-LINE.
            STRING "CASO;" WS-REVIEW-ID ";" WS-HOLD-REASON ";"
                 MOV-KEY ";" MOV-TYPE ";" WS-AMOUNT-EDIT ";"
                 MOV-DATE ";" WS-NEAR-COUNT ";" WS-WINDOW-EDIT
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-RELEASED SECTION.
            MOVE SPACES TO REPORT-LINE.
            STRING "LIBERADO;" RV-ID ";" RV-REASON ";"
                 RV-MOVEMENT(1:20) ";" RV-REVIEWED-BY ";"
                 RV-REVIEWED-AT(1:14) ";" RV-NOTE
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-TOTALS SECTION.
            MOVE WS-HELD-TOTAL TO WS-AMOUNT-EDIT.
            MOVE SPACES TO REPORT-LINE.
            STRING "TOTAL;" WS-READ-COUNT ";" WS-PASSED-COUNT ";"
                 WS-HELD-COUNT ";" WS-LARGE-COUNT ";"
                 WS-PATTERN-COUNT ";" WS-RELEASED-COUNT ";"
                 WS-AMOUNT-EDIT
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REJECT-INIT SECTION.
            MOVE SPACES TO REJECT-RECORD.
            MOVE "SCREEN" TO REJECT-PROGRAM.
            MOVE FUNCTION CURRENT-DATE TO REJECT-TIMESTAMP.
            MOVE MOVEMENT-RECORD TO REJECT-DATA.

       REJECT-WRITE SECTION.
            OPEN EXTEND REJECT-FILE.
            IF REJECT-STATUS = "35"
                 OPEN OUTPUT REJECT-FILE.
            WRITE REJECT-RECORD.
            CLOSE REJECT-FILE.

       EVENT-INIT SECTION.
            MOVE SPACES TO EVENT-RECORD.
            MOVE "SCREEN" TO EVENT-PROGRAM.
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
            MOVE "SCREEN" TO RUNCTL-PROGRAM.
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
            OPEN INPUT FILE-NAME.
            IF FILE-STATUS = "00"
                 MOVE LOW-VALUES TO {{ KEYNAME }}
                 START FILE-NAME KEY NOT LESS {{ SUPERKEYNAME }}
                 IF FILE-STATUS = "00"
                      PERFORM RUN-COUNT-LOOP
                           UNTIL FILE-STATUS NOT = "00"
                 END-IF.
            CLOSE FILE-NAME.

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
            OPEN OUTPUT WORK-FILE.
            IF WORK-STATUS NOT = "00"
                 DISPLAY "ERRO: ARQUIVO DE TRABALHO NAO ABERTO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY WORK-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM RUN-WRITE
                 CLOSE MOVEMENT-FILE
                 GOBACK.
            OPEN I-O HIST-FILE.
            IF HIST-STATUS NOT = "00"
                 OPEN OUTPUT HIST-FILE
                 CLOSE HIST-FILE
                 OPEN I-O HIST-FILE.
            OPEN I-O REVIEW-FILE.
            IF REVIEW-STATUS NOT = "00"
                 OPEN OUTPUT REVIEW-FILE
                 CLOSE REVIEW-FILE
                 OPEN I-O REVIEW-FILE.
            OPEN OUTPUT REPORT-FILE.

       FILE-CLOSE SECTION.
            CLOSE HIST-FILE.
            CLOSE REVIEW-FILE.
            CLOSE REPORT-FILE.
            GOBACK.
