       $set ANIM
       $set ANS85
       $set AUTOLOCK
       $set BELL
       $set FILESHARE
       $set NOWARNING
       $set WRITETHROUGH
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLFEED.

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
            SELECT GLMAP-FILE ASSIGN WS-GLMAP-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS GLM-KEY
                 FILE STATUS IS GLMAP-STATUS.
            SELECT CURRENCY-FILE ASSIGN WS-CURRENCY-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS CUR-KEY
                 FILE STATUS IS CURRENCY-STATUS.
            SELECT FXRATE-FILE ASSIGN WS-FXRATE-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS FX-KEY
                 FILE STATUS IS FXRATE-STATUS.
            SELECT GLWORK-FILE ASSIGN WS-GLWORK-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS GLWORK-STATUS.
            SELECT GL-FILE ASSIGN WS-GL-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS GL-STATUS.
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
       01   GL-SORT-RECORD.
            03 GLS-MOV-TYPE             PIC X(01).
            03 GLS-BREAK-VALUE          PIC X(30).
            03 GLS-AMOUNT               PIC 9(13)V99.

       FD GLMAP-FILE.
           COPY GLMAPREC.

       FD CURRENCY-FILE.
           COPY CCYREC.

       FD FXRATE-FILE.
           COPY FXRATE.

       FD GLWORK-FILE.
       01   GLWORK-LINE                 PIC X(132).

       FD GL-FILE.
       01   GL-LINE                     PIC X(132).

       FD RUNCTL-FILE.
           COPY RUNCTL.

       FD EVENT-FILE.
           COPY EVTREC.

       WORKING-STORAGE SECTION.
       01   WS-DATA-PATH                PIC X(100)
                                        VALUE "{{ DATAFILE }}".
       01   WS-JOURNAL-PATH             PIC X(100)
                                        VALUE "{{ JOURNALFILE }}".
       01   WS-GLMAP-PATH               PIC X(100)
                                        VALUE "{{ GLMAPFILE }}".
       01   WS-CURRENCY-PATH            PIC X(100)
                                        VALUE "{{ CURRENCYFILE }}".
       01   WS-FXRATE-PATH              PIC X(100)
                                        VALUE "{{ FXRATEFILE }}".
       01   WS-GLWORK-PATH              PIC X(100)
                                        VALUE "{{ GLWORKFILE }}".
       01   WS-GL-PATH                  PIC X(100)
                                        VALUE "{{ GLFILE }}".
       01   WS-RUNCTL-PATH              PIC X(100)
                                        VALUE "{{ RUNCTLFILE }}".
       01   WS-EVENT-PATH               PIC X(100)
                                        VALUE "{{ EVENTFILE }}".
       01   FILE-STATUS                 PIC X(02) VALUE SPACES.
       01   JOURNAL-STATUS              PIC X(02) VALUE SPACES.
       01   GLMAP-STATUS                PIC X(02) VALUE SPACES.
       01   CURRENCY-STATUS             PIC X(02) VALUE SPACES.
       01   FXRATE-STATUS               PIC X(02) VALUE SPACES.
       01   GLWORK-STATUS               PIC X(02) VALUE SPACES.
       01   GL-STATUS                   PIC X(02) VALUE SPACES.
       01   RUNCTL-STATUS               PIC X(02) VALUE SPACES.
       01   EVENT-STATUS                PIC X(02) VALUE SPACES.
       01   WS-BUSINESS-DATE            PIC X(08) VALUE SPACES.
       01   WS-SORT-EOF                 PIC X(01) VALUE "N".
       01   WS-FIRST-GROUP              PIC X(01) VALUE "Y".
       01   WS-GROUP-TYPE               PIC X(01) VALUE SPACES.
       01   WS-GROUP-BREAK              PIC X(30) VALUE SPACES.
       01   WS-GROUP-AMOUNT             PIC 9(13)V99 VALUE ZERO.
       01   WS-MAP-FOUND                PIC X(01) VALUE "N".
       01   WS-LINE-SIDE                PIC X(01) VALUE SPACES.
       01   WS-LINE-ACCOUNT             PIC X(20) VALUE SPACES.
       01   WS-EDIT-AMOUNT              PIC 9(13),99.
       01   WS-SELECTED-COUNT           PIC 9(9) VALUE 0.
       01   WS-LINE-COUNT               PIC 9(9) VALUE 0.
       01   WS-UNMAPPED-COUNT           PIC 9(9) VALUE 0.
       01   WS-WORK-ERRORS              PIC 9(9) VALUE 0.
       01   WS-DEBIT-TOTAL              PIC 9(13)V99 VALUE ZERO.
       01   WS-CREDIT-TOTAL             PIC 9(13)V99 VALUE ZERO.
       01   WS-HASH-TOTAL               PIC 9(13)V99 VALUE ZERO.
       01   WS-UNRATED-COUNT            PIC 9(9) VALUE 0.
       01   WS-BASE-CURRENCY            PIC X(03) VALUE SPACES.
       01   WS-MASTER-CURRENCY          PIC X(03) VALUE SPACES.
       01   WS-MASTER-KEY               PIC X(20) VALUE SPACES.
       01   WS-RATE-FROM                PIC X(03) VALUE SPACES.
       01   WS-RATE-DATE                PIC X(08) VALUE SPACES.
       01   WS-RATE                     PIC 9(07)V9(08) VALUE ZERO.
       01   WS-RATE-OK                  PIC X(01) VALUE "N".
       01   WS-BASE-AMOUNT              PIC 9(13)V99 VALUE ZERO.
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
            03 BUSINESS-DATE            PIC X(08).
            03 RUN-NUMBER               PIC 9(9).
            03 RESULT-CODE              PIC X(01).
            03 LINES-COUNT              PIC 9(9).
            03 DEBIT-TOTAL              PIC 9(13)V99.
            03 CREDIT-TOTAL             PIC 9(13)V99.

       PROCEDURE DIVISION USING ARGV.

       BEGIN.
            PERFORM CONFIG-RESOLVE.
            MOVE "1" TO RESULT-CODE.
            MOVE 0 TO LINES-COUNT.
            MOVE ZERO TO DEBIT-TOTAL.
            MOVE ZERO TO CREDIT-TOTAL.
            MOVE 0 TO WS-SELECTED-COUNT.
            MOVE 0 TO WS-LINE-COUNT.
            MOVE 0 TO WS-UNMAPPED-COUNT.
            MOVE 0 TO WS-WORK-ERRORS.
            MOVE 0 TO WS-UNRATED-COUNT.
            MOVE ZERO TO WS-DEBIT-TOTAL.
            MOVE ZERO TO WS-CREDIT-TOTAL.
            MOVE ZERO TO WS-HASH-TOTAL.
            IF BUSINESS-DATE = SPACES
                 MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
            ELSE
                 MOVE BUSINESS-DATE TO WS-BUSINESS-DATE.
            PERFORM AUTH-CHECK.
            PERFORM RUN-INIT.
            PERFORM FILE-OPEN.
            SORT SORT-WORK
                 ON ASCENDING KEY GLS-MOV-TYPE GLS-BREAK-VALUE
                 INPUT PROCEDURE IS GL-INPUT
                 OUTPUT PROCEDURE IS GL-OUTPUT.
            DISPLAY "MOVIMENTOS DO DIA: " WITH NO ADVANCING.
            DISPLAY WS-SELECTED-COUNT.
            DISPLAY "TOTAL A DEBITO: " WITH NO ADVANCING.
            DISPLAY WS-DEBIT-TOTAL.
            DISPLAY "TOTAL A CREDITO: " WITH NO ADVANCING.
            DISPLAY WS-CREDIT-TOTAL.
            IF WS-UNMAPPED-COUNT > 0 OR WS-UNRATED-COUNT > 0
                 DISPLAY "ERRO: ARQUIVO CONTABIL NAO GERADO."
            ELSE IF WS-WORK-ERRORS > 0
                 DISPLAY "ERRO: ARQUIVO DE TRABALHO NAO GRAVADO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY GLWORK-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "IOER" TO EVENT-CODE
                 PERFORM EVENT-WRITE
            ELSE IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                 DISPLAY "ERRO: DEBITOS E CREDITOS NAO CONFEREM."
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "VRFY" TO EVENT-CODE
                 PERFORM EVENT-WRITE
            ELSE
                 PERFORM GL-PUBLISH.
            MOVE WS-SELECTED-COUNT TO RUNCTL-READ-COUNT.
            COMPUTE RUNCTL-ERROR-COUNT =
                 WS-UNMAPPED-COUNT + WS-UNRATED-COUNT.
            MOVE WS-DEBIT-TOTAL TO RUNCTL-AMOUNT-TOTAL.
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
            MOVE "CURRENCYFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-CURRENCY-PATH.
            MOVE "FXRATEFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-FXRATE-PATH.
            MOVE "GLMAPFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-GLMAP-PATH.
            MOVE "GLWORKFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-GLWORK-PATH.
            MOVE "GLFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-GL-PATH.
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

       GL-INPUT SECTION.
            OPEN INPUT CURRENCY-FILE.
            OPEN INPUT FXRATE-FILE.
            PERFORM BASE-CURRENCY-LOAD.
            OPEN INPUT JOURNAL-FILE.
            IF JOURNAL-STATUS = "00"
                 PERFORM JOURNAL-READ
                 PERFORM GL-RELEASE-LOOP
                      UNTIL JOURNAL-STATUS NOT = "00".
            CLOSE JOURNAL-FILE.
            CLOSE FXRATE-FILE.
            CLOSE CURRENCY-FILE.

       BASE-CURRENCY-LOAD SECTION.
            MOVE SPACES TO WS-BASE-CURRENCY.
            MOVE "{{ DATAFILE }}" TO CUR-DATAFILE.
            MOVE SPACES TO CUR-MASTER-KEY.
            READ CURRENCY-FILE.
            IF CURRENCY-STATUS = "00"
                 MOVE CUR-CODE TO WS-BASE-CURRENCY.

       JOURNAL-READ SECTION.
            READ JOURNAL-FILE.

       GL-RELEASE-LOOP SECTION.
            IF JRN-RUN-KEY(1:8) = WS-BUSINESS-DATE
                 AND (JRN-RUN-KEY(22:8) = "POSTING"
                 OR JRN-RUN-KEY(22:8) = "REVERSAL")
                 AND JRN-MOV-TYPE NOT = SPACES
                 ADD 1 TO WS-SELECTED-COUNT
                 MOVE JRN-IMAGE TO {{ MAINRECORD }}
                 MOVE JRN-MOV-TYPE TO GLS-MOV-TYPE
                 MOVE {{ BREAKFIELD }} TO GLS-BREAK-VALUE
                 PERFORM BASE-AMOUNT-GET
                 MOVE WS-BASE-AMOUNT TO GLS-AMOUNT
                 RELEASE GL-SORT-RECORD.
            PERFORM JOURNAL-READ.

       BASE-AMOUNT-GET SECTION.
            IF JRN-POST-CURRENCY = SPACES
                 MOVE JRN-KEY TO WS-MASTER-KEY
                 PERFORM MASTER-CURRENCY-GET
            ELSE
                 MOVE JRN-POST-CURRENCY TO WS-MASTER-CURRENCY.
            IF WS-MASTER-CURRENCY = WS-BASE-CURRENCY
                 MOVE JRN-MOV-AMOUNT TO WS-BASE-AMOUNT
            ELSE
                 MOVE WS-MASTER-CURRENCY TO WS-RATE-FROM
                 MOVE JRN-MOV-DATE TO WS-RATE-DATE
                 PERFORM RATE-LOOKUP
                 IF WS-RATE-OK = "Y"
                      COMPUTE WS-BASE-AMOUNT ROUNDED =
                           JRN-MOV-AMOUNT * WS-RATE
                 ELSE
                      PERFORM RATE-MISSING
                 END-IF.

       MASTER-CURRENCY-GET SECTION.
            MOVE WS-BASE-CURRENCY TO WS-MASTER-CURRENCY.
            MOVE "{{ DATAFILE }}" TO CUR-DATAFILE.
            MOVE WS-MASTER-KEY TO CUR-MASTER-KEY.
            READ CURRENCY-FILE.
            IF CURRENCY-STATUS = "00" AND CUR-CODE NOT = SPACES
                 MOVE CUR-CODE TO WS-MASTER-CURRENCY.

       RATE-LOOKUP SECTION.
            MOVE "N" TO WS-RATE-OK.
            MOVE ZERO TO WS-RATE.
            MOVE WS-RATE-FROM TO FX-FROM.
            MOVE WS-BASE-CURRENCY TO FX-TO.
            MOVE WS-RATE-DATE TO FX-DATE.
            READ FXRATE-FILE.
            IF FXRATE-STATUS = "00" AND FX-RATE > 0
                 MOVE FX-RATE TO WS-RATE
                 MOVE "Y" TO WS-RATE-OK
            ELSE
                 MOVE WS-BASE-CURRENCY TO FX-FROM
                 MOVE WS-RATE-FROM TO FX-TO
                 MOVE WS-RATE-DATE TO FX-DATE
                 READ FXRATE-FILE
                 IF FXRATE-STATUS = "00" AND FX-RATE > 0
                      COMPUTE WS-RATE ROUNDED = 1 / FX-RATE
                      MOVE "Y" TO WS-RATE-OK
                 END-IF.

       RATE-MISSING SECTION.
            MOVE ZERO TO WS-BASE-AMOUNT.
            ADD 1 TO WS-UNRATED-COUNT.
            DISPLAY "ERRO: TAXA DE CAMBIO NAO ENCONTRADA: "
                 WITH NO ADVANCING.
            DISPLAY WS-MASTER-CURRENCY WITH NO ADVANCING.
            DISPLAY " " WITH NO ADVANCING.
            DISPLAY JRN-MOV-DATE.
            PERFORM EVENT-INIT.
            STRING WS-MASTER-CURRENCY ";" JRN-MOV-DATE
                 DELIMITED BY SIZE INTO EVENT-KEY.
            MOVE "E" TO EVENT-SEVERITY.
            MOVE "FXRT" TO EVENT-CODE.
            PERFORM EVENT-WRITE.

       GL-OUTPUT SECTION.
            MOVE "N" TO WS-SORT-EOF.
            MOVE "Y" TO WS-FIRST-GROUP.
            MOVE ZERO TO WS-GROUP-AMOUNT.
            OPEN INPUT GLMAP-FILE.
            OPEN OUTPUT GLWORK-FILE.
            IF GLWORK-STATUS NOT = "00"
                 ADD 1 TO WS-WORK-ERRORS.
            PERFORM GL-RETURN.
            PERFORM GL-SUMMARY-LOOP UNTIL WS-SORT-EOF = "Y".
            IF WS-FIRST-GROUP = "N"
                 PERFORM GL-GROUP-WRITE.
            CLOSE GLWORK-FILE.
            CLOSE GLMAP-FILE.

       GL-RETURN SECTION.
            RETURN SORT-WORK
                 AT END MOVE "Y" TO WS-SORT-EOF
            END-RETURN.

       GL-SUMMARY-LOOP SECTION.
            IF WS-FIRST-GROUP = "Y"
                 MOVE GLS-MOV-TYPE TO WS-GROUP-TYPE
                 MOVE GLS-BREAK-VALUE TO WS-GROUP-BREAK
                 MOVE "N" TO WS-FIRST-GROUP
            ELSE IF GLS-MOV-TYPE NOT = WS-GROUP-TYPE
                 OR GLS-BREAK-VALUE NOT = WS-GROUP-BREAK
                 PERFORM GL-GROUP-WRITE
                 MOVE GLS-MOV-TYPE TO WS-GROUP-TYPE
                 MOVE GLS-BREAK-VALUE TO WS-GROUP-BREAK.
            ADD GLS-AMOUNT TO WS-GROUP-AMOUNT.
            PERFORM GL-RETURN.

       GL-GROUP-WRITE SECTION.
            PERFORM GL-MAP-FETCH.
            IF WS-MAP-FOUND = "Y"
                 MOVE "D" TO WS-LINE-SIDE
                 MOVE GLM-DEBIT-ACCOUNT TO WS-LINE-ACCOUNT
                 PERFORM GL-LINE-WRITE
                 ADD WS-GROUP-AMOUNT TO WS-DEBIT-TOTAL
                 MOVE "C" TO WS-LINE-SIDE
                 MOVE GLM-CREDIT-ACCOUNT TO WS-LINE-ACCOUNT
                 PERFORM GL-LINE-WRITE
                 ADD WS-GROUP-AMOUNT TO WS-CREDIT-TOTAL
            ELSE
                 ADD 1 TO WS-UNMAPPED-COUNT
                 DISPLAY "ERRO: TIPO SEM CONTA CONTABIL: "
                      WITH NO ADVANCING
                 DISPLAY WS-GROUP-TYPE WITH NO ADVANCING
                 DISPLAY " " WITH NO ADVANCING
                 DISPLAY WS-GROUP-BREAK
                 PERFORM EVENT-INIT
                 STRING WS-GROUP-TYPE ";" WS-GROUP-BREAK
                      DELIMITED BY SIZE INTO EVENT-KEY
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "GLMP" TO EVENT-CODE
                 PERFORM EVENT-WRITE.
            MOVE ZERO TO WS-GROUP-AMOUNT.

       GL-MAP-FETCH SECTION.
            MOVE "N" TO WS-MAP-FOUND.
            MOVE "{{ DATAFILE }}" TO GLM-DATAFILE.
            MOVE WS-GROUP-TYPE TO GLM-MOV-TYPE.
            MOVE WS-GROUP-BREAK TO GLM-BREAK-VALUE.
            READ GLMAP-FILE.
            IF GLMAP-STATUS NOT = "00"
                 MOVE "{{ DATAFILE }}" TO GLM-DATAFILE
                 MOVE WS-GROUP-TYPE TO GLM-MOV-TYPE
                 MOVE SPACES TO GLM-BREAK-VALUE
                 READ GLMAP-FILE.
            IF GLMAP-STATUS = "00"
                 AND GLM-DEBIT-ACCOUNT NOT = SPACES
                 AND GLM-CREDIT-ACCOUNT NOT = SPACES
                 MOVE "Y" TO WS-MAP-FOUND.

       GL-LINE-WRITE SECTION.
            MOVE WS-GROUP-AMOUNT TO WS-EDIT-AMOUNT.
            MOVE SPACES TO GLWORK-LINE.
            STRING WS-LINE-SIDE ";" WS-LINE-ACCOUNT ";"
                 WS-GROUP-TYPE ";" WS-GROUP-BREAK ";"
                 WS-EDIT-AMOUNT ";" WS-BUSINESS-DATE
                 DELIMITED BY SIZE INTO GLWORK-LINE.
            WRITE GLWORK-LINE.
            IF GLWORK-STATUS NOT = "00"
                 ADD 1 TO WS-WORK-ERRORS.
            ADD 1 TO WS-LINE-COUNT.
            ADD WS-GROUP-AMOUNT TO WS-HASH-TOTAL.

       GL-PUBLISH SECTION.
            OPEN INPUT GLWORK-FILE.
            OPEN OUTPUT GL-FILE.
            IF GLWORK-STATUS NOT = "00" OR GL-STATUS NOT = "00"
                 CLOSE GLWORK-FILE
                 CLOSE GL-FILE
                 DISPLAY "ERRO: ARQUIVO CONTABIL NAO ABERTO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY GL-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "IOER" TO EVENT-CODE
                 PERFORM EVENT-WRITE
            ELSE
                 PERFORM ENVELOPE-HEADER
                 PERFORM GLWORK-READ
                 PERFORM GL-COPY-LOOP
                      UNTIL GLWORK-STATUS NOT = "00"
                 PERFORM ENVELOPE-TRAILER
                 CLOSE GLWORK-FILE
                 CLOSE GL-FILE
                 MOVE WS-LINE-COUNT TO RUNCTL-WRITTEN-COUNT
                 MOVE WS-LINE-COUNT TO LINES-COUNT
                 MOVE WS-DEBIT-TOTAL TO DEBIT-TOTAL
                 MOVE WS-CREDIT-TOTAL TO CREDIT-TOTAL
                 MOVE "C" TO RUNCTL-FINAL-STATUS
                 MOVE "0" TO RESULT-CODE
                 DISPLAY "LINHAS CONTABEIS GERADAS: " WITH NO ADVANCING
                 DISPLAY WS-LINE-COUNT.

       GLWORK-READ SECTION.
            READ GLWORK-FILE.

       GL-COPY-LOOP SECTION.
            MOVE GLWORK-LINE TO GL-LINE.
            WRITE GL-LINE.
            PERFORM GLWORK-READ.

       ENVELOPE-HEADER SECTION.
            MOVE SPACES TO GL-LINE.
            STRING "H;" "GLFEED" ";" WS-BUSINESS-DATE ";" RUN-NUMBER
                 DELIMITED BY SIZE INTO GL-LINE.
            WRITE GL-LINE.

       ENVELOPE-TRAILER SECTION.
            MOVE SPACES TO GL-LINE.
            STRING "T;" WS-LINE-COUNT ";" WS-HASH-TOTAL
                 DELIMITED BY SIZE INTO GL-LINE.
            WRITE GL-LINE.

       EVENT-INIT SECTION.
            MOVE SPACES TO EVENT-RECORD.
            MOVE "GLFEED" TO EVENT-PROGRAM.
            MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP.

       EVENT-WRITE SECTION.
            OPEN EXTEND EVENT-FILE.
            IF EVENT-STATUS = "35"
                 OPEN OUTPUT EVENT-FILE.
            WRITE EVENT-RECORD.
            CLOSE EVENT-FILE.

       RUN-INIT SECTION.
            MOVE SPACES TO RUNCTL-RECORD.
            MOVE "GLFEED" TO RUNCTL-PROGRAM.
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

       FILE-CLOSE SECTION.
            CLOSE FILE-NAME.
            GOBACK.
