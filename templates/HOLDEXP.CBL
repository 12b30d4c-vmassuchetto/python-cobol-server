       $set ANIM
       $set ANS85
       $set AUTOLOCK
       $set BELL
       $set FILESHARE
       $set NOWARNING
       $set WRITETHROUGH
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDEXP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
            SELECT HOLD-FILE ASSIGN WS-HOLD-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS HL-KEY
                 FILE STATUS IS HOLD-STATUS.
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
       FD HOLD-FILE.
           COPY HOLDREC.

       FD REPORT-FILE.
       01   REPORT-LINE                 PIC X(132).

       FD AUDIT-FILE.
           COPY AUDITREC.

       FD RUNCTL-FILE.
           COPY RUNCTL.

       FD EVENT-FILE.
           COPY EVTREC.

       WORKING-STORAGE SECTION.
       01   WS-HOLD-PATH                PIC X(100)
                                        VALUE "{{ HOLDFILE }}".
       01   WS-REPORT-PATH              PIC X(100)
                                        VALUE "{{ REPORTFILE }}".
       01   WS-AUDIT-PATH               PIC X(100)
                                        VALUE "{{ AUDITFILE }}".
       01   WS-RUNCTL-PATH              PIC X(100)
                                        VALUE "{{ RUNCTLFILE }}".
       01   WS-EVENT-PATH               PIC X(100)
                                        VALUE "{{ EVENTFILE }}".
       01   HOLD-STATUS                 PIC X(02) VALUE SPACES.
       01   REPORT-STATUS               PIC X(02) VALUE SPACES.
       01   AUDIT-STATUS                PIC X(02) VALUE SPACES.
       01   RUNCTL-STATUS               PIC X(02) VALUE SPACES.
       01   EVENT-STATUS                PIC X(02) VALUE SPACES.
       01   WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01   WS-READ-COUNT               PIC 9(9) VALUE 0.
       01   WS-EXPIRED-COUNT            PIC 9(9) VALUE 0.
       01   WS-ACTIVE-COUNT             PIC 9(9) VALUE 0.
       01   WS-ERROR-COUNT              PIC 9(9) VALUE 0.
       01   WS-EXPIRED-TOTAL            PIC 9(13)V99 VALUE ZERO.
       01   WS-OLD-IMAGE                PIC X(200) VALUE SPACES.
       01   WS-EDIT-AMOUNT              PIC 9(13),99.
       01   AUTH-ARGV.
            03 AUTH-FILLER              PIC X(02).
            03 AUTH-USER                PIC X(08).
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

       LINKAGE SECTION.
       01   ARGV.
            03 FILLER                   PIC X(02).
            03 USER-ID                  PIC X(08).
            03 RUN-DATE                 PIC X(08).
            03 RESULT-CODE              PIC X(01).
            03 EXPIRED-COUNT            PIC 9(9).
            03 EXPIRED-TOTAL            PIC 9(13)V99.

       PROCEDURE DIVISION USING ARGV.

       BEGIN.
            PERFORM CONFIG-RESOLVE.
            MOVE "1" TO RESULT-CODE.
            MOVE 0 TO EXPIRED-COUNT.
            MOVE ZERO TO EXPIRED-TOTAL.
            MOVE 0 TO WS-READ-COUNT.
            MOVE 0 TO WS-EXPIRED-COUNT.
            MOVE 0 TO WS-ACTIVE-COUNT.
            MOVE 0 TO WS-ERROR-COUNT.
            MOVE ZERO TO WS-EXPIRED-TOTAL.
            IF RUN-DATE = SPACES
                 MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
            ELSE
                 MOVE RUN-DATE TO WS-RUN-DATE.
            PERFORM AUTH-CHECK.
            PERFORM RUN-INIT.
            PERFORM FILE-OPEN.
            PERFORM REPORT-HEADER.
            MOVE "{{ DATAFILE }}" TO HL-DATAFILE.
            MOVE LOW-VALUES TO HL-MASTER-KEY.
            MOVE 0 TO HL-SEQ.
            START HOLD-FILE KEY NOT LESS HL-KEY.
            IF HOLD-STATUS = "00"
                 PERFORM HOLD-READ
                 PERFORM HOLD-LOOP
                      UNTIL HOLD-STATUS NOT = "00"
                      OR HL-DATAFILE NOT = "{{ DATAFILE }}".
            PERFORM REPORT-TOTALS.
            DISPLAY "BLOQUEIOS LIDOS: " WITH NO ADVANCING.
            DISPLAY WS-READ-COUNT.
            DISPLAY "BLOQUEIOS EXPIRADOS: " WITH NO ADVANCING.
            DISPLAY WS-EXPIRED-COUNT.
            DISPLAY "VALOR LIBERADO: " WITH NO ADVANCING.
            DISPLAY WS-EXPIRED-TOTAL.
            IF WS-ERROR-COUNT = 0
                 MOVE "C" TO RUNCTL-FINAL-STATUS
                 MOVE "0" TO RESULT-CODE.
            MOVE WS-EXPIRED-COUNT TO EXPIRED-COUNT.
            MOVE WS-EXPIRED-TOTAL TO EXPIRED-TOTAL.
            MOVE WS-READ-COUNT TO RUNCTL-READ-COUNT.
            MOVE WS-EXPIRED-COUNT TO RUNCTL-DELETED-COUNT.
            MOVE WS-ERROR-COUNT TO RUNCTL-ERROR-COUNT.
            MOVE WS-ACTIVE-COUNT TO RUNCTL-CLOSING-COUNT.
            MOVE WS-EXPIRED-TOTAL TO RUNCTL-AMOUNT-TOTAL.
            PERFORM RUN-WRITE.
            PERFORM FILE-CLOSE.

       CONFIG-RESOLVE SECTION.
            MOVE "HOLDFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-HOLD-PATH.
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

       HOLD-READ SECTION.
            READ HOLD-FILE NEXT.

       HOLD-LOOP SECTION.
            IF HL-KIND = "H" AND HL-STATUS = "A"
                 ADD 1 TO WS-READ-COUNT
                 IF HL-EXPIRY-DATE NOT = SPACES
                      AND HL-EXPIRY-DATE < WS-RUN-DATE
                      PERFORM HOLD-EXPIRE
                 ELSE
                      ADD 1 TO WS-ACTIVE-COUNT
                 END-IF.
            PERFORM HOLD-READ.

       HOLD-EXPIRE SECTION.
            MOVE HOLD-RECORD TO WS-OLD-IMAGE.
            MOVE "E" TO HL-STATUS.
            MOVE USER-ID TO HL-CLOSED-BY.
            MOVE FUNCTION CURRENT-DATE TO HL-TIMESTAMP.
            REWRITE HOLD-RECORD.
            IF HOLD-STATUS = "00"
                 ADD 1 TO WS-EXPIRED-COUNT
                 ADD HL-AMOUNT TO WS-EXPIRED-TOTAL
                 PERFORM REPORT-DETAIL
                 PERFORM AUDIT-INIT
                 PERFORM AUDIT-WRITE
            ELSE
                 ADD 1 TO WS-ERROR-COUNT
                 DISPLAY "ERRO: BLOQUEIO NAO GRAVADO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY HOLD-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM EVENT-INIT
                 MOVE HL-MASTER-KEY TO EVENT-KEY
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "IOER" TO EVENT-CODE
                 PERFORM EVENT-WRITE.

       REPORT-HEADER SECTION.
            MOVE SPACES TO REPORT-LINE.
            STRING "BLOQUEIOS EXPIRADOS;{{ DATAFILE }};" WS-RUN-DATE
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-DETAIL SECTION.
            MOVE HL-AMOUNT TO WS-EDIT-AMOUNT.
            MOVE SPACES TO REPORT-LINE.
            STRING "EXPIRADO;" HL-MASTER-KEY ";" HL-SEQ ";"
                 WS-EDIT-AMOUNT ";" HL-REASON-CODE ";" HL-REASON ";"
                 HL-PLACED-BY ";" HL-PLACED-DATE ";" HL-EXPIRY-DATE
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-TOTALS SECTION.
            MOVE WS-EXPIRED-TOTAL TO WS-EDIT-AMOUNT.
            MOVE SPACES TO REPORT-LINE.
            STRING "TOTAL;" WS-EXPIRED-COUNT ";" WS-EDIT-AMOUNT ";"
                 WS-ACTIVE-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       AUDIT-INIT SECTION.
            MOVE SPACES TO AUDIT-RECORD.
            MOVE "HOLDEXP" TO AUDIT-PROGRAM.
            MOVE "U" TO AUDIT-OPERATION.
            MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
            MOVE HL-MASTER-KEY TO AUDIT-KEY.
            MOVE WS-OLD-IMAGE TO AUDIT-OLD-VALUES.
            MOVE HOLD-RECORD TO AUDIT-NEW-VALUES.
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
            MOVE "HOLDEXP" TO SEAL-PROGRAM.
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
            MOVE "HOLDEXP" TO EVENT-PROGRAM.
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
            MOVE "HOLDEXP" TO RUNCTL-PROGRAM.
            MOVE FUNCTION CURRENT-DATE TO RUNCTL-START-TIMESTAMP.
            MOVE "HOLDFILE" TO RUNCTL-DATAFILE.
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
            OPEN I-O HOLD-FILE.
            IF HOLD-STATUS NOT = "00"
                 OPEN OUTPUT HOLD-FILE
                 CLOSE HOLD-FILE
                 OPEN I-O HOLD-FILE.
            OPEN OUTPUT REPORT-FILE.

       FILE-CLOSE SECTION.
            CLOSE HOLD-FILE.
            CLOSE REPORT-FILE.
            GOBACK.
