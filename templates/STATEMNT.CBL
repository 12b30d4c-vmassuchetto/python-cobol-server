       $set ANIM
       $set ANS85
       $set AUTOLOCK
       $set BELL
       $set FILESHARE
       $set NOWARNING
       $set WRITETHROUGH
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATEMNT.

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
            SELECT AUDIT-FILE ASSIGN WS-AUDIT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS AUDIT-STATUS.
            SELECT SORT-WORK ASSIGN "{{ SORTWORKFILE }}".
            SELECT STATEMENT-FILE ASSIGN WS-STATEMENT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS STATEMENT-STATUS.
            SELECT REPORT-FILE ASSIGN WS-REPORT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS REPORT-STATUS.
            SELECT RUNCTL-FILE ASSIGN WS-RUNCTL-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS RUNCTL-KEY
                 FILE STATUS IS RUNCTL-STATUS.
            SELECT PERHIST-FILE ASSIGN WS-PERHIST-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS PH-KEY
                 FILE STATUS IS PERHIST-STATUS.
            SELECT EVENT-FILE ASSIGN WS-EVENT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS EVENT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FILE-NAME.
{{ FIELDS }}

       FD JOURNAL-FILE.
           COPY JRNREC REPLACING ==:RECLEN:== BY =={{ RECORDLEN }}==.

       FD AUDIT-FILE.
           COPY AUDITREC.

       SD SORT-WORK.
       01   STATEMENT-SORT-RECORD.
            03 STS-KEY                  PIC X(20).
            03 STS-KIND                 PIC X(01).
            03 STS-TIMESTAMP            PIC X(21).
            03 STS-OPERATION            PIC X(01).
            03 STS-MOV-TYPE             PIC X(01).
            03 STS-MOV-AMOUNT           PIC 9(13)V99.
            03 STS-MOV-DATE             PIC X(08).
            03 STS-IMAGE                PIC X({{ RECORDLEN }}).

       FD STATEMENT-FILE.
       01   STATEMENT-LINE              PIC X(132).

       FD REPORT-FILE.
       01   REPORT-LINE                 PIC X(132).

       FD RUNCTL-FILE.
           COPY RUNCTL.

       FD PERHIST-FILE.
           COPY PERHIST.

       FD EVENT-FILE.
           COPY EVTREC.

       WORKING-STORAGE SECTION.
       01   WS-DATA-PATH                PIC X(100)
                                        VALUE "{{ DATAFILE }}".
       01   WS-JOURNAL-PATH             PIC X(100)
                                        VALUE "{{ JOURNALFILE }}".
       01   WS-AUDIT-PATH               PIC X(100)
                                        VALUE "{{ AUDITFILE }}".
       01   WS-STATEMENT-PATH           PIC X(100)
                                        VALUE "{{ STATEMENTFILE }}".
       01   WS-REPORT-PATH              PIC X(100)
                                        VALUE "{{ REPORTFILE }}".
       01   WS-RUNCTL-PATH              PIC X(100)
                                        VALUE "{{ RUNCTLFILE }}".
       01   WS-PERHIST-PATH             PIC X(100)
                                        VALUE "{{ PERHISTFILE }}".
       01   WS-EVENT-PATH               PIC X(100)
                                        VALUE "{{ EVENTFILE }}".
       01   FILE-STATUS                 PIC X(02) VALUE SPACES.
       01   JOURNAL-STATUS              PIC X(02) VALUE SPACES.
       01   AUDIT-STATUS                PIC X(02) VALUE SPACES.
       01   STATEMENT-STATUS            PIC X(02) VALUE SPACES.
       01   REPORT-STATUS               PIC X(02) VALUE SPACES.
       01   RUNCTL-STATUS               PIC X(02) VALUE SPACES.
       01   PERHIST-STATUS              PIC X(02) VALUE SPACES.
       01   EVENT-STATUS                PIC X(02) VALUE SPACES.
       01   WS-SORT-EOF                 PIC X(01) VALUE "N".
       01   WS-READ-COUNT               PIC 9(9) VALUE 0.
       01   WS-STATEMENT-COUNT          PIC 9(9) VALUE 0.
       01   WS-FLAGGED-COUNT            PIC 9(9) VALUE 0.
       01   WS-ERASED-COUNT             PIC 9(9) VALUE 0.
       01   WS-SKIPPED-COUNT            PIC 9(9) VALUE 0.
       01   WS-CLOSING-TOTAL            PIC S9(13)V99 VALUE ZERO.
       01   WS-MASTER-IMAGE             PIC X({{ RECORDLEN }}).
       01   WS-MASTER-KEY               PIC X(20) VALUE SPACES.
       01   WS-MASTER-AMOUNT            PIC S9(13)V99 VALUE ZERO.
       01   WS-MASTER-DELETED           PIC X(01) VALUE "N".
       01   WS-IMAGE-AMOUNT             PIC S9(13)V99 VALUE ZERO.
       01   WS-OPENING-BALANCE          PIC S9(13)V99 VALUE ZERO.
       01   WS-RUNNING-BALANCE          PIC S9(13)V99 VALUE ZERO.
       01   WS-ENTRY-PERIOD             PIC X(06) VALUE SPACES.
       01   WS-OPEN-KNOWN               PIC X(01) VALUE "N".
       01   WS-HEADER-DONE              PIC X(01) VALUE "N".
       01   WS-ERASED                   PIC X(01) VALUE "N".
       01   WS-PRINT-OK                 PIC X(01) VALUE "N".
       01   WS-KEY-MOVES                PIC 9(9) VALUE 0.
       01   WS-PROOF                    PIC X(10) VALUE SPACES.
       01   WS-EDIT-AMOUNT              PIC -9(13),99.
       01   WS-EDIT-BALANCE             PIC -9(13),99.
       01   WS-SCOPE-OK                 PIC X(01) VALUE "Y".
       01   SCOPE-ARGV.
            03 SCP-FILLER               PIC X(02).
            03 SCP-USER                 PIC X(08).
            03 SCP-DATAFILE             PIC X(30).
            03 SCP-VALUE                PIC X(30).
            03 SCP-RESULT               PIC X(01).
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
            03 RESULT-CODE              PIC X(01).
            03 STATEMENTS-COUNT         PIC 9(9).
            03 FLAGGED-COUNT            PIC 9(9).
            03 CLOSING-TOTAL            PIC S9(13)V99.

       PROCEDURE DIVISION USING ARGV.

       BEGIN.
            PERFORM CONFIG-RESOLVE.
            MOVE "1" TO RESULT-CODE.
            MOVE 0 TO STATEMENTS-COUNT.
            MOVE 0 TO FLAGGED-COUNT.
            MOVE ZERO TO CLOSING-TOTAL.
            MOVE 0 TO WS-READ-COUNT.
            MOVE 0 TO WS-STATEMENT-COUNT.
            MOVE 0 TO WS-FLAGGED-COUNT.
            MOVE 0 TO WS-ERASED-COUNT.
            MOVE 0 TO WS-SKIPPED-COUNT.
            MOVE ZERO TO WS-CLOSING-TOTAL.
            PERFORM AUTH-CHECK.
            PERFORM PERIOD-VALIDATE.
            PERFORM RUN-INIT.
            PERFORM FILE-OPEN.
            SORT SORT-WORK
                 ON ASCENDING KEY STS-KEY STS-KIND STS-TIMESTAMP
                 INPUT PROCEDURE IS STATEMENT-INPUT
                 OUTPUT PROCEDURE IS STATEMENT-OUTPUT.
            PERFORM LISTING-TOTALS.
            DISPLAY "MESTRES LIDOS: " WITH NO ADVANCING.
            DISPLAY WS-READ-COUNT.
            DISPLAY "EXTRATOS EMITIDOS: " WITH NO ADVANCING.
            DISPLAY WS-STATEMENT-COUNT.
            DISPLAY "EXTRATOS DIVERGENTES: " WITH NO ADVANCING.
            DISPLAY WS-FLAGGED-COUNT.
            DISPLAY "TITULARES ANONIMIZADOS: " WITH NO ADVANCING.
            DISPLAY WS-ERASED-COUNT.
            DISPLAY "SALDO FINAL TOTAL: " WITH NO ADVANCING.
            DISPLAY WS-CLOSING-TOTAL.
            IF FILE-STATUS = "10" OR FILE-STATUS = "23"
                 MOVE "C" TO RUNCTL-FINAL-STATUS
                 MOVE "0" TO RESULT-CODE.
            MOVE WS-STATEMENT-COUNT TO STATEMENTS-COUNT.
            MOVE WS-FLAGGED-COUNT TO FLAGGED-COUNT.
            MOVE WS-CLOSING-TOTAL TO CLOSING-TOTAL.
            MOVE WS-READ-COUNT TO RUNCTL-READ-COUNT.
            MOVE WS-STATEMENT-COUNT TO RUNCTL-WRITTEN-COUNT.
            MOVE WS-FLAGGED-COUNT TO RUNCTL-ERROR-COUNT.
            COMPUTE RUNCTL-SKIPPED-COUNT =
                 WS-ERASED-COUNT + WS-SKIPPED-COUNT.
            MOVE WS-CLOSING-TOTAL TO RUNCTL-AMOUNT-TOTAL.
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
            MOVE "AUDITFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-AUDIT-PATH.
            MOVE "STATEMENTFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-STATEMENT-PATH.
            MOVE "{{ REPORTFILE }}" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-REPORT-PATH.
            MOVE "RUNCTLFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-RUNCTL-PATH.
            MOVE "PERHISTFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-PERHIST-PATH.
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
            OPEN INPUT PERHIST-FILE.
            MOVE "{{ DATAFILE }}" TO PH-DATAFILE.
            MOVE PERIOD TO PH-PERIOD.
            READ PERHIST-FILE.
            IF PERHIST-STATUS NOT = "00" OR PH-STATUS NOT = "C"
                 CLOSE PERHIST-FILE
                 DISPLAY "ERRO: PERIODO NAO FECHADO: "
                      WITH NO ADVANCING
                 DISPLAY PERIOD
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "VALD" TO EVENT-CODE
                 PERFORM EVENT-WRITE
                 GOBACK.
            CLOSE PERHIST-FILE.

       STATEMENT-INPUT SECTION.
            OPEN INPUT AUDIT-FILE.
            IF AUDIT-STATUS = "00"
                 PERFORM AUDIT-READ
                 PERFORM ERASURE-RELEASE-LOOP
                      UNTIL AUDIT-STATUS NOT = "00".
            CLOSE AUDIT-FILE.
            OPEN INPUT JOURNAL-FILE.
            IF JOURNAL-STATUS = "00"
                 PERFORM JOURNAL-READ
                 PERFORM JOURNAL-RELEASE-LOOP
                      UNTIL JOURNAL-STATUS NOT = "00".
            CLOSE JOURNAL-FILE.

       AUDIT-READ SECTION.
            READ AUDIT-FILE.

       ERASURE-RELEASE-LOOP SECTION.
            IF AUDIT-PROGRAM = "ERASURE" AND AUDIT-OPERATION = "E"
                 MOVE SPACES TO STATEMENT-SORT-RECORD
                 MOVE AUDIT-KEY TO STS-KEY
                 MOVE "0" TO STS-KIND
                 MOVE AUDIT-TIMESTAMP TO STS-TIMESTAMP
                 MOVE ZERO TO STS-MOV-AMOUNT
                 RELEASE STATEMENT-SORT-RECORD.
            PERFORM AUDIT-READ.

       JOURNAL-READ SECTION.
            READ JOURNAL-FILE.

       JOURNAL-RELEASE-LOOP SECTION.
            IF JRN-MOV-TYPE NOT = SPACES
                 MOVE JRN-MOV-DATE(1:6) TO WS-ENTRY-PERIOD
            ELSE
                 MOVE JRN-TIMESTAMP(1:6) TO WS-ENTRY-PERIOD.
            IF JRN-OPERATION NOT = "X"
                 AND WS-ENTRY-PERIOD NOT > PERIOD
                 MOVE JRN-KEY TO STS-KEY
                 MOVE "1" TO STS-KIND
                 MOVE JRN-TIMESTAMP TO STS-TIMESTAMP
                 MOVE JRN-OPERATION TO STS-OPERATION
                 MOVE JRN-MOV-TYPE TO STS-MOV-TYPE
                 MOVE JRN-MOV-AMOUNT TO STS-MOV-AMOUNT
                 MOVE JRN-MOV-DATE TO STS-MOV-DATE
                 MOVE JRN-IMAGE TO STS-IMAGE
                 RELEASE STATEMENT-SORT-RECORD.
            PERFORM JOURNAL-READ.

       STATEMENT-OUTPUT SECTION.
            MOVE "N" TO WS-SORT-EOF.
            PERFORM STATEMENT-RETURN.
            PERFORM LISTING-HEADER.
            MOVE LOW-VALUES TO {{ KEYNAME }}.
            START FILE-NAME KEY NOT LESS {{ SUPERKEYNAME }}.
            IF FILE-STATUS = "00"
                 PERFORM FILE-READ.
            PERFORM STATEMENT-LOOP UNTIL FILE-STATUS NOT = "00".

       STATEMENT-RETURN SECTION.
            RETURN SORT-WORK
                 AT END MOVE "Y" TO WS-SORT-EOF
            END-RETURN.

       FILE-READ SECTION.
            READ FILE-NAME NEXT IGNORE LOCK.

       STATEMENT-LOOP SECTION.
            ADD 1 TO WS-READ-COUNT.
            MOVE {{ MAINRECORD }} TO WS-MASTER-IMAGE.
            MOVE {{ KEYNAME }} TO WS-MASTER-KEY.
            MOVE {{ AMOUNTFIELD }} TO WS-MASTER-AMOUNT.
            IF {{ DELETEDFLAG }} = "S"
                 MOVE "Y" TO WS-MASTER-DELETED
            ELSE
                 MOVE "N" TO WS-MASTER-DELETED.
            PERFORM SCOPE-CHECK.
            PERFORM STATEMENT-RETURN
                 UNTIL WS-SORT-EOF = "Y"
                 OR STS-KEY NOT < WS-MASTER-KEY.
            PERFORM KEY-STATEMENT.
            MOVE WS-MASTER-IMAGE TO {{ MAINRECORD }}.
            PERFORM FILE-READ.

       SCOPE-CHECK SECTION.
            MOVE SPACES TO SCOPE-ARGV.
            MOVE USER-ID TO SCP-USER.
            MOVE "{{ DATAFILE }}" TO SCP-DATAFILE.
            MOVE {{ SCOPEFIELD }} TO SCP-VALUE.
            MOVE "1" TO SCP-RESULT.
            CALL "SCOPESRV" USING SCOPE-ARGV.
            IF SCP-RESULT = "0"
                 MOVE "Y" TO WS-SCOPE-OK
            ELSE
                 MOVE "N" TO WS-SCOPE-OK.

       KEY-STATEMENT SECTION.
            MOVE "N" TO WS-ERASED.
            MOVE "N" TO WS-OPEN-KNOWN.
            MOVE "N" TO WS-HEADER-DONE.
            MOVE "N" TO WS-PRINT-OK.
            MOVE ZERO TO WS-OPENING-BALANCE.
            MOVE ZERO TO WS-RUNNING-BALANCE.
            MOVE 0 TO WS-KEY-MOVES.
            PERFORM KEY-ENTRY-STEP
                 UNTIL WS-SORT-EOF = "Y"
                 OR STS-KEY NOT = WS-MASTER-KEY.
            IF WS-ERASED = "Y"
                 ADD 1 TO WS-ERASED-COUNT
            ELSE IF WS-SCOPE-OK NOT = "Y"
                 OR WS-MASTER-DELETED = "Y"
                 ADD 1 TO WS-SKIPPED-COUNT
            ELSE
                 IF WS-HEADER-DONE = "N"
                      IF WS-OPEN-KNOWN = "N"
                           MOVE WS-MASTER-AMOUNT TO WS-OPENING-BALANCE
                      END-IF
                      PERFORM STATEMENT-OPEN
                 END-IF
                 PERFORM STATEMENT-CLOSE.

       KEY-ENTRY-STEP SECTION.
            IF STS-KIND = "0"
                 MOVE "Y" TO WS-ERASED
            ELSE
                 PERFORM ENTRY-APPLY.
            PERFORM STATEMENT-RETURN.

       ENTRY-APPLY SECTION.
            IF STS-MOV-TYPE NOT = SPACES
                 MOVE STS-MOV-DATE(1:6) TO WS-ENTRY-PERIOD
            ELSE
                 MOVE STS-TIMESTAMP(1:6) TO WS-ENTRY-PERIOD.
            IF STS-OPERATION = "D"
                 MOVE ZERO TO WS-IMAGE-AMOUNT
            ELSE
                 MOVE STS-IMAGE TO {{ MAINRECORD }}
                 MOVE {{ AMOUNTFIELD }} TO WS-IMAGE-AMOUNT.
            IF WS-ENTRY-PERIOD < PERIOD
                 IF WS-HEADER-DONE = "N"
                      MOVE WS-IMAGE-AMOUNT TO WS-OPENING-BALANCE
                      MOVE "Y" TO WS-OPEN-KNOWN
                 END-IF
            ELSE IF STS-MOV-TYPE NOT = SPACES
                 PERFORM MOVEMENT-LINE.

       MOVEMENT-LINE SECTION.
            IF WS-HEADER-DONE = "N"
                 IF WS-OPEN-KNOWN = "N"
                      IF STS-MOV-TYPE = "D"
                           COMPUTE WS-OPENING-BALANCE =
                                WS-IMAGE-AMOUNT + STS-MOV-AMOUNT
                      ELSE
                           COMPUTE WS-OPENING-BALANCE =
                                WS-IMAGE-AMOUNT - STS-MOV-AMOUNT
                      END-IF
                      MOVE "Y" TO WS-OPEN-KNOWN
                 END-IF
                 PERFORM STATEMENT-OPEN.
            IF STS-MOV-TYPE = "D"
                 SUBTRACT STS-MOV-AMOUNT FROM WS-RUNNING-BALANCE
            ELSE
                 ADD STS-MOV-AMOUNT TO WS-RUNNING-BALANCE.
            ADD 1 TO WS-KEY-MOVES.
            IF WS-PRINT-OK = "Y"
                 MOVE STS-MOV-AMOUNT TO WS-EDIT-AMOUNT
                 MOVE WS-RUNNING-BALANCE TO WS-EDIT-BALANCE
                 MOVE SPACES TO STATEMENT-LINE
                 STRING "MOV;" STS-MOV-DATE ";" STS-MOV-TYPE ";"
                      WS-EDIT-AMOUNT ";" WS-EDIT-BALANCE
                      DELIMITED BY SIZE INTO STATEMENT-LINE
                 WRITE STATEMENT-LINE.

       STATEMENT-OPEN SECTION.
            MOVE "Y" TO WS-HEADER-DONE.
            MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE.
            IF WS-ERASED = "N" AND WS-SCOPE-OK = "Y"
                 AND WS-MASTER-DELETED = "N"
                 MOVE "Y" TO WS-PRINT-OK
                 MOVE SPACES TO STATEMENT-LINE
                 STRING "EXTRATO;{{ DATAFILE }};" WS-MASTER-KEY ";"
                      PERIOD
                      DELIMITED BY SIZE INTO STATEMENT-LINE
                 WRITE STATEMENT-LINE
                 MOVE WS-OPENING-BALANCE TO WS-EDIT-BALANCE
                 MOVE SPACES TO STATEMENT-LINE
                 STRING "SALDO ANTERIOR;" WS-EDIT-BALANCE
                      DELIMITED BY SIZE INTO STATEMENT-LINE
                 WRITE STATEMENT-LINE.

       STATEMENT-CLOSE SECTION.
            ADD 1 TO WS-STATEMENT-COUNT.
            ADD WS-RUNNING-BALANCE TO WS-CLOSING-TOTAL.
            IF WS-RUNNING-BALANCE = WS-MASTER-AMOUNT
                 MOVE "OK" TO WS-PROOF
            ELSE
                 MOVE "DIVERGENTE" TO WS-PROOF
                 ADD 1 TO WS-FLAGGED-COUNT.
            MOVE WS-RUNNING-BALANCE TO WS-EDIT-BALANCE.
            MOVE WS-MASTER-AMOUNT TO WS-EDIT-AMOUNT.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "SALDO FINAL;" WS-EDIT-BALANCE ";" WS-PROOF ";"
                 WS-EDIT-AMOUNT ";" WS-KEY-MOVES
                 DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.

       LISTING-HEADER SECTION.
            MOVE SPACES TO REPORT-LINE.
            STRING "EXTRATOS;{{ DATAFILE }};" PERIOD ";" USER-ID
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       LISTING-TOTALS SECTION.
            MOVE WS-CLOSING-TOTAL TO WS-EDIT-BALANCE.
            MOVE SPACES TO REPORT-LINE.
            STRING "TOTAL;" WS-STATEMENT-COUNT ";" WS-EDIT-BALANCE ";"
                 WS-FLAGGED-COUNT ";" WS-ERASED-COUNT ";"
                 WS-SKIPPED-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       EVENT-INIT SECTION.
            MOVE SPACES TO EVENT-RECORD.
            MOVE "STATEMNT" TO EVENT-PROGRAM.
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
            MOVE "STATEMNT" TO RUNCTL-PROGRAM.
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
            IF FILE-STATUS NOT = "00"
                 DISPLAY "ERRO: ARQUIVO NAO ABERTO. " WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY FILE-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM RUN-WRITE
                 GOBACK.
            OPEN OUTPUT STATEMENT-FILE.
            OPEN OUTPUT REPORT-FILE.

       FILE-CLOSE SECTION.
            CLOSE FILE-NAME.
            CLOSE STATEMENT-FILE.
            CLOSE REPORT-FILE.
            GOBACK.
