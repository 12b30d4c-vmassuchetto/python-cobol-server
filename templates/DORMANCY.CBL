       $set ANIM
       $set ANS85
       $set AUTOLOCK
       $set BELL
       $set FILESHARE
       $set NOWARNING
       $set WRITETHROUGH
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANCY.

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
            SELECT DORMANT-FILE ASSIGN WS-DORMANT-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS DRM-KEY
                 FILE STATUS IS DORMANT-STATUS.
            SELECT REPORT-FILE ASSIGN WS-REPORT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS REPORT-STATUS.
            SELECT AUDIT-FILE ASSIGN WS-AUDIT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS AUDIT-STATUS.
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
       01   DORMANT-SORT-RECORD.
            03 DRS-KEY                  PIC X(20).
            03 DRS-DATE                 PIC X(08).

       FD DORMANT-FILE.
           COPY DORMREC.

       FD REPORT-FILE.
       01   REPORT-LINE                 PIC X(132).

       FD AUDIT-FILE.
           COPY AUDITREC.

       FD RUNCTL-FILE.
           COPY RUNCTL.

       FD EVENT-FILE.
           COPY EVTREC.

       WORKING-STORAGE SECTION.
       01   WS-DATA-PATH                PIC X(100)
                                        VALUE "{{ DATAFILE }}".
       01   WS-JOURNAL-PATH             PIC X(100)
                                        VALUE "{{ JOURNALFILE }}".
       01   WS-DORMANT-PATH             PIC X(100)
                                        VALUE "{{ DORMANTFILE }}".
       01   WS-REPORT-PATH              PIC X(100)
                                        VALUE "{{ REPORTFILE }}".
       01   WS-AUDIT-PATH               PIC X(100)
                                        VALUE "{{ AUDITFILE }}".
       01   WS-RUNCTL-PATH              PIC X(100)
                                        VALUE "{{ RUNCTLFILE }}".
       01   WS-EVENT-PATH               PIC X(100)
                                        VALUE "{{ EVENTFILE }}".
       01   FILE-STATUS                 PIC X(02) VALUE SPACES.
       01   JOURNAL-STATUS              PIC X(02) VALUE SPACES.
       01   DORMANT-STATUS              PIC X(02) VALUE SPACES.
       01   REPORT-STATUS               PIC X(02) VALUE SPACES.
       01   AUDIT-STATUS                PIC X(02) VALUE SPACES.
       01   RUNCTL-STATUS               PIC X(02) VALUE SPACES.
       01   EVENT-STATUS                PIC X(02) VALUE SPACES.
       01   WS-SORT-EOF                 PIC X(01) VALUE "N".
       01   WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01   WS-DORMANT-DAYS             PIC 9(05) VALUE 0.
       01   WS-READ-COUNT               PIC 9(9) VALUE 0.
       01   WS-NEW-DORMANT-COUNT        PIC 9(9) VALUE 0.
       01   WS-REACTIVATED-COUNT        PIC 9(9) VALUE 0.
       01   WS-DORMANT-TOTAL            PIC 9(9) VALUE 0.
       01   WS-SKIPPED-COUNT            PIC 9(9) VALUE 0.
       01   WS-ERROR-COUNT              PIC 9(9) VALUE 0.
       01   WS-MASTER-KEY               PIC X(20) VALUE SPACES.
       01   WS-LAST-ACTIVITY            PIC X(08) VALUE SPACES.
       01   WS-IDLE-DAYS                PIC 9(05) VALUE 0.
       01   WS-OLD-IMAGE                PIC X(200) VALUE SPACES.
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

       LINKAGE SECTION.
       01   ARGV.
            03 FILLER                   PIC X(02).
            03 USER-ID                  PIC X(08).
            03 RUN-DATE                 PIC X(08).
            03 DORMANT-DAYS             PIC 9(05).
            03 RESULT-CODE              PIC X(01).
            03 DORMANT-COUNT            PIC 9(9).
            03 REACTIVATED-COUNT        PIC 9(9).

       PROCEDURE DIVISION USING ARGV.

       BEGIN.
            PERFORM CONFIG-RESOLVE.
            MOVE "1" TO RESULT-CODE.
            MOVE 0 TO DORMANT-COUNT.
            MOVE 0 TO REACTIVATED-COUNT.
            MOVE 0 TO WS-READ-COUNT.
            MOVE 0 TO WS-NEW-DORMANT-COUNT.
            MOVE 0 TO WS-REACTIVATED-COUNT.
            MOVE 0 TO WS-DORMANT-TOTAL.
            MOVE 0 TO WS-SKIPPED-COUNT.
            MOVE 0 TO WS-ERROR-COUNT.
            IF RUN-DATE = SPACES
                 MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
            ELSE
                 MOVE RUN-DATE TO WS-RUN-DATE.
            IF DORMANT-DAYS NOT NUMERIC OR DORMANT-DAYS = 0
                 MOVE 250 TO WS-DORMANT-DAYS
            ELSE
                 MOVE DORMANT-DAYS TO WS-DORMANT-DAYS.
            PERFORM AUTH-CHECK.
            PERFORM RUN-INIT.
            PERFORM FILE-OPEN.
            PERFORM REPORT-HEADER.
            SORT SORT-WORK
                 ON ASCENDING KEY DRS-KEY DRS-DATE
                 INPUT PROCEDURE IS DORMANT-INPUT
                 OUTPUT PROCEDURE IS DORMANT-OUTPUT.
            PERFORM REPORT-TOTALS.
            DISPLAY "MESTRES LIDOS: " WITH NO ADVANCING.
            DISPLAY WS-READ-COUNT.
            DISPLAY "NOVOS DORMENTES: " WITH NO ADVANCING.
            DISPLAY WS-NEW-DORMANT-COUNT.
            DISPLAY "REATIVADOS: " WITH NO ADVANCING.
            DISPLAY WS-REACTIVATED-COUNT.
            DISPLAY "TOTAL DORMENTES: " WITH NO ADVANCING.
            DISPLAY WS-DORMANT-TOTAL.
            IF FILE-STATUS = "10" OR FILE-STATUS = "23"
                 MOVE "C" TO RUNCTL-FINAL-STATUS
                 MOVE "0" TO RESULT-CODE.
            MOVE WS-NEW-DORMANT-COUNT TO DORMANT-COUNT.
            MOVE WS-REACTIVATED-COUNT TO REACTIVATED-COUNT.
            MOVE WS-READ-COUNT TO RUNCTL-READ-COUNT.
            MOVE WS-NEW-DORMANT-COUNT TO RUNCTL-WRITTEN-COUNT.
            MOVE WS-REACTIVATED-COUNT TO RUNCTL-DELETED-COUNT.
            MOVE WS-ERROR-COUNT TO RUNCTL-ERROR-COUNT.
            MOVE WS-SKIPPED-COUNT TO RUNCTL-SKIPPED-COUNT.
            MOVE WS-DORMANT-TOTAL TO RUNCTL-CLOSING-COUNT.
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
            MOVE "DORMANTFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-DORMANT-PATH.
            MOVE "{{ REPORTFILE }}" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-REPORT-PATH.
            MOVE "AUDITFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-AUDIT-PATH.
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

       DORMANT-INPUT SECTION.
            OPEN INPUT JOURNAL-FILE.
            IF JOURNAL-STATUS = "00"
                 PERFORM JOURNAL-READ
                 PERFORM JOURNAL-RELEASE-LOOP
                      UNTIL JOURNAL-STATUS NOT = "00".
            CLOSE JOURNAL-FILE.

       JOURNAL-READ SECTION.
            READ JOURNAL-FILE.

       JOURNAL-RELEASE-LOOP SECTION.
            IF JRN-OPERATION = "I" OR JRN-OPERATION = "U"
                 IF JRN-MOV-TYPE = SPACES
                      MOVE JRN-KEY TO DRS-KEY
                      MOVE JRN-TIMESTAMP(1:8) TO DRS-DATE
                      RELEASE DORMANT-SORT-RECORD
                 ELSE IF JRN-RUN-KEY(22:8) = "POSTING"
                      AND JRN-MOV-ORIGIN = SPACES
                      MOVE JRN-KEY TO DRS-KEY
                      MOVE JRN-MOV-DATE TO DRS-DATE
                      RELEASE DORMANT-SORT-RECORD
                 END-IF.
            PERFORM JOURNAL-READ.

       DORMANT-OUTPUT SECTION.
            MOVE "N" TO WS-SORT-EOF.
            PERFORM DORMANT-RETURN.
            MOVE LOW-VALUES TO {{ KEYNAME }}.
            START FILE-NAME KEY NOT LESS {{ SUPERKEYNAME }}.
            IF FILE-STATUS = "00"
                 PERFORM FILE-READ.
            PERFORM MASTER-LOOP UNTIL FILE-STATUS NOT = "00".

       DORMANT-RETURN SECTION.
            RETURN SORT-WORK
                 AT END MOVE "Y" TO WS-SORT-EOF
            END-RETURN.

       FILE-READ SECTION.
            READ FILE-NAME NEXT IGNORE LOCK.

       MASTER-LOOP SECTION.
            ADD 1 TO WS-READ-COUNT.
            MOVE {{ KEYNAME }} TO WS-MASTER-KEY.
            MOVE SPACES TO WS-LAST-ACTIVITY.
            PERFORM DORMANT-RETURN
                 UNTIL WS-SORT-EOF = "Y"
                 OR DRS-KEY NOT < WS-MASTER-KEY.
            PERFORM ACTIVITY-STEP
                 UNTIL WS-SORT-EOF = "Y"
                 OR DRS-KEY NOT = WS-MASTER-KEY.
            IF {{ DELETEDFLAG }} = "S"
                 ADD 1 TO WS-SKIPPED-COUNT
            ELSE
                 PERFORM DORMANT-EVALUATE.
            PERFORM FILE-READ.

       ACTIVITY-STEP SECTION.
            IF DRS-DATE > WS-LAST-ACTIVITY
                 MOVE DRS-DATE TO WS-LAST-ACTIVITY.
            PERFORM DORMANT-RETURN.

       DORMANT-EVALUATE SECTION.
            MOVE "{{ DATAFILE }}" TO DRM-DATAFILE.
            MOVE WS-MASTER-KEY TO DRM-MASTER-KEY.
            READ DORMANT-FILE.
            IF DORMANT-STATUS NOT = "00"
                 PERFORM DORMANT-CREATE
            ELSE
                 MOVE DORMANT-RECORD TO WS-OLD-IMAGE
                 IF WS-LAST-ACTIVITY > DRM-LAST-ACTIVITY
                      MOVE WS-LAST-ACTIVITY TO DRM-LAST-ACTIVITY
                 END-IF
                 IF DRM-STATUS = "R"
                      PERFORM DORMANT-REACTIVATE
                 ELSE IF DRM-STATUS = "D"
                      ADD 1 TO WS-DORMANT-TOTAL
                 ELSE
                      PERFORM DORMANT-TEST
                 END-IF.

       DORMANT-CREATE SECTION.
            MOVE SPACES TO DORMANT-RECORD.
            MOVE "{{ DATAFILE }}" TO DRM-DATAFILE.
            MOVE WS-MASTER-KEY TO DRM-MASTER-KEY.
            MOVE "A" TO DRM-STATUS.
            IF WS-LAST-ACTIVITY = SPACES
                 MOVE WS-RUN-DATE TO DRM-LAST-ACTIVITY
            ELSE
                 MOVE WS-LAST-ACTIVITY TO DRM-LAST-ACTIVITY.
            MOVE FUNCTION CURRENT-DATE TO DRM-TIMESTAMP.
            WRITE DORMANT-RECORD.
            IF DORMANT-STATUS = "00"
                 MOVE DORMANT-RECORD TO WS-OLD-IMAGE
                 PERFORM DORMANT-TEST
            ELSE
                 PERFORM DORMANT-ERROR.

       DORMANT-TEST SECTION.
            PERFORM IDLE-DAYS-COUNT.
            IF DSRV-RESULT NOT = "0"
                 PERFORM DORMANT-ERROR
            ELSE IF WS-IDLE-DAYS NOT LESS WS-DORMANT-DAYS
                 MOVE "D" TO DRM-STATUS
                 MOVE WS-RUN-DATE TO DRM-DORMANT-DATE
                 PERFORM DORMANT-REWRITE
                 IF DORMANT-STATUS = "00"
                      ADD 1 TO WS-NEW-DORMANT-COUNT
                      ADD 1 TO WS-DORMANT-TOTAL
                      PERFORM REPORT-DORMANT
                 END-IF
            ELSE IF DORMANT-RECORD NOT = WS-OLD-IMAGE
                 PERFORM DORMANT-REWRITE.

       IDLE-DAYS-COUNT SECTION.
            MOVE 0 TO WS-IDLE-DAYS.
            MOVE SPACES TO DATESRV-ARGV.
            MOVE "D" TO DSRV-OPERATION.
            MOVE DRM-LAST-ACTIVITY TO DSRV-INPUT.
            MOVE WS-RUN-DATE TO DSRV-OUTPUT.
            MOVE 0 TO DSRV-DAYS.
            MOVE "1" TO DSRV-RESULT.
            CALL "DATESRV" USING DATESRV-ARGV.
            IF DSRV-RESULT = "0"
                 MOVE DSRV-DAYS TO WS-IDLE-DAYS.

       DORMANT-REACTIVATE SECTION.
            MOVE "A" TO DRM-STATUS.
            IF DRM-REACTIVATED-DATE > DRM-LAST-ACTIVITY
                 MOVE DRM-REACTIVATED-DATE TO DRM-LAST-ACTIVITY.
            PERFORM DORMANT-REWRITE.
            IF DORMANT-STATUS = "00"
                 ADD 1 TO WS-REACTIVATED-COUNT
                 PERFORM REPORT-REACTIVATED.

       DORMANT-REWRITE SECTION.
            MOVE FUNCTION CURRENT-DATE TO DRM-TIMESTAMP.
            REWRITE DORMANT-RECORD.
            IF DORMANT-STATUS = "00"
                 PERFORM AUDIT-INIT
                 PERFORM AUDIT-WRITE
            ELSE
                 PERFORM DORMANT-ERROR.

       DORMANT-ERROR SECTION.
            ADD 1 TO WS-ERROR-COUNT.
            DISPLAY "ERRO: DORMENCIA NAO AVALIADA: " WITH NO ADVANCING.
            DISPLAY WS-MASTER-KEY WITH NO ADVANCING.
            DISPLAY " FILE-STATUS " WITH NO ADVANCING.
            DISPLAY DORMANT-STATUS WITH NO ADVANCING.
            DISPLAY ".".
            PERFORM EVENT-INIT.
            MOVE WS-MASTER-KEY TO EVENT-KEY.
            MOVE "E" TO EVENT-SEVERITY.
            MOVE "IOER" TO EVENT-CODE.
            PERFORM EVENT-WRITE.

       REPORT-HEADER SECTION.
            MOVE SPACES TO REPORT-LINE.
            STRING "DORMENCIA;{{ DATAFILE }};" WS-RUN-DATE ";"
                 WS-DORMANT-DAYS ";" USER-ID
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-DORMANT SECTION.
            MOVE SPACES TO REPORT-LINE.
            STRING "DORMENTE;" WS-MASTER-KEY ";" DRM-LAST-ACTIVITY ";"
                 WS-IDLE-DAYS
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-REACTIVATED SECTION.
            MOVE SPACES TO REPORT-LINE.
            STRING "REATIVADO;" WS-MASTER-KEY ";"
                 DRM-REACTIVATED-DATE ";" DRM-REQUESTED-BY ";"
                 DRM-APPROVED-BY
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-TOTALS SECTION.
            MOVE SPACES TO REPORT-LINE.
            STRING "TOTAL;" WS-NEW-DORMANT-COUNT ";"
                 WS-REACTIVATED-COUNT ";" WS-DORMANT-TOTAL ";"
                 WS-READ-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       AUDIT-INIT SECTION.
            MOVE SPACES TO AUDIT-RECORD.
            MOVE "DORMANCY" TO AUDIT-PROGRAM.
            MOVE "U" TO AUDIT-OPERATION.
            MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
            MOVE WS-MASTER-KEY TO AUDIT-KEY.
            MOVE WS-OLD-IMAGE TO AUDIT-OLD-VALUES.
            MOVE DORMANT-RECORD TO AUDIT-NEW-VALUES.
            MOVE USER-ID TO AUDIT-USER.

       AUDIT-WRITE SECTION.
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
            MOVE "DORMANCY" TO SEAL-PROGRAM.
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

       EVENT-INIT SECTION.
            MOVE SPACES TO EVENT-RECORD.
            MOVE "DORMANCY" TO EVENT-PROGRAM.
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
            MOVE "DORMANCY" TO RUNCTL-PROGRAM.
            MOVE FUNCTION CURRENT-DATE TO RUNCTL-START-TIMESTAMP.
            MOVE "DORMANTFILE" TO RUNCTL-DATAFILE.
            MOVE 0 TO RUNCTL-READ-COUNT.
            MOVE 0 TO RUNCTL-WRITTEN-COUNT.
            MOVE 0 TO RUNCTL-DELETED-COUNT.
            MOVE 0 TO RUNCTL-ERROR-COUNT.
            MOVE 0 TO RUNCTL-CLOSING-COUNT.
            MOVE ZERO TO RUNCTL-AMOUNT-TOTAL.
            MOVE 0 TO RUNCTL-SKIPPED-COUNT.
            MOVE "E" TO RUNCTL-FINAL-STATUS.

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
            OPEN I-O DORMANT-FILE.
            IF DORMANT-STATUS NOT = "00"
                 OPEN OUTPUT DORMANT-FILE
                 CLOSE DORMANT-FILE
                 OPEN I-O DORMANT-FILE.
            OPEN OUTPUT REPORT-FILE.

       FILE-CLOSE SECTION.
            CLOSE FILE-NAME.
            CLOSE DORMANT-FILE.
            CLOSE REPORT-FILE.
            GOBACK.
