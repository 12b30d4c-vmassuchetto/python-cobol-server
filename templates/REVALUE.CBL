       $set ANIM
       $set ANS85
       $set AUTOLOCK
       $set BELL
       $set FILESHARE
       $set NOWARNING
       $set WRITETHROUGH
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVALUE.

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
            SELECT PERHIST-FILE ASSIGN WS-PERHIST-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS PH-KEY
                 FILE STATUS IS PERHIST-STATUS.
            SELECT REVAL-FILE ASSIGN WS-REVAL-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS RVL-KEY
                 FILE STATUS IS REVAL-STATUS.
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

       FD CURRENCY-FILE.
           COPY CCYREC.

       FD FXRATE-FILE.
           COPY FXRATE.

       FD PERHIST-FILE.
           COPY PERHIST.

       FD REVAL-FILE.
           COPY REVALREC.

       FD REPORT-FILE.
       01   REPORT-LINE                 PIC X(132).

       FD RUNCTL-FILE.
           COPY RUNCTL.

       FD EVENT-FILE.
           COPY EVTREC.

       WORKING-STORAGE SECTION.
       01   WS-DATA-PATH                PIC X(100)
                                        VALUE "{{ DATAFILE }}".
       01   WS-JOURNAL-PATH             PIC X(100)
                                        VALUE "{{ JOURNALFILE }}".
       01   WS-CURRENCY-PATH            PIC X(100)
                                        VALUE "{{ CURRENCYFILE }}".
       01   WS-FXRATE-PATH              PIC X(100)
                                        VALUE "{{ FXRATEFILE }}".
       01   WS-PERHIST-PATH             PIC X(100)
                                        VALUE "{{ PERHISTFILE }}".
       01   WS-REVAL-PATH               PIC X(100)
                                        VALUE "{{ REVALFILE }}".
       01   WS-REPORT-PATH              PIC X(100)
                                        VALUE "{{ REPORTFILE }}".
       01   WS-RUNCTL-PATH              PIC X(100)
                                        VALUE "{{ RUNCTLFILE }}".
       01   WS-EVENT-PATH               PIC X(100)
                                        VALUE "{{ EVENTFILE }}".
       01   FILE-STATUS                 PIC X(02) VALUE SPACES.
       01   JOURNAL-STATUS              PIC X(02) VALUE SPACES.
       01   CURRENCY-STATUS             PIC X(02) VALUE SPACES.
       01   FXRATE-STATUS               PIC X(02) VALUE SPACES.
       01   PERHIST-STATUS              PIC X(02) VALUE SPACES.
       01   REVAL-STATUS                PIC X(02) VALUE SPACES.
       01   REPORT-STATUS               PIC X(02) VALUE SPACES.
       01   RUNCTL-STATUS               PIC X(02) VALUE SPACES.
       01   EVENT-STATUS                PIC X(02) VALUE SPACES.
       01   WS-BASE-CURRENCY            PIC X(03) VALUE SPACES.
       01   WS-MASTER-CURRENCY          PIC X(03) VALUE SPACES.
       01   WS-MASTER-KEY               PIC X(20) VALUE SPACES.
       01   WS-CLOSING-DATE             PIC X(08) VALUE SPACES.
       01   WS-NEXT-FIRST               PIC X(08) VALUE SPACES.
       01   WS-PREV-PERIOD              PIC X(06) VALUE SPACES.
       01   WS-PER-YEAR                 PIC 9(04) VALUE 0.
       01   WS-PER-MONTH                PIC 9(02) VALUE 0.
       01   WS-READ-COUNT               PIC 9(9) VALUE 0.
       01   WS-FOREIGN-COUNT            PIC 9(9) VALUE 0.
       01   WS-MOVEMENT-COUNT           PIC 9(9) VALUE 0.
       01   WS-ERROR-COUNT              PIC 9(9) VALUE 0.
       01   WS-GAIN-TOTAL               PIC S9(13)V99 VALUE ZERO.
       01   WS-RATE-FROM                PIC X(03) VALUE SPACES.
       01   WS-RATE-DATE                PIC X(08) VALUE SPACES.
       01   WS-RATE                     PIC 9(07)V9(08) VALUE ZERO.
       01   WS-RATE-OK                  PIC X(01) VALUE "N".
       01   WS-SIGNED-AMOUNT            PIC S9(13)V99 VALUE ZERO.
       01   WS-CCY-TABLE.
            03 WS-CCY-ENTRY OCCURS 20.
               05 WS-CCY-CODE           PIC X(03).
               05 WS-CCY-COUNT          PIC 9(09).
               05 WS-CCY-FOREIGN        PIC S9(13)V99.
               05 WS-CCY-MOVED          PIC S9(13)V99.
               05 WS-CCY-MOVED-BASE     PIC S9(13)V99.
               05 WS-CCY-UNRATED        PIC S9(13)V99.
       01   WS-CCY-USED                 PIC 9(02) VALUE 0.
       01   WS-CCY-IX                   PIC 9(02) VALUE 0.
       01   WS-CCY-FOUND                PIC X(01) VALUE "N".
       01   WS-CCY-WANTED               PIC X(03) VALUE SPACES.
       01   WS-RESTATED                 PIC S9(13)V99 VALUE ZERO.
       01   WS-CARRYING                 PIC S9(13)V99 VALUE ZERO.
       01   WS-GAIN                     PIC S9(13)V99 VALUE ZERO.
       01   WS-FOREIGN-EDIT             PIC -Z(12)9,99.
       01   WS-RESTATED-EDIT            PIC -Z(12)9,99.
       01   WS-CARRYING-EDIT            PIC -Z(12)9,99.
       01   WS-GAIN-EDIT                PIC -Z(12)9,99.
       01   WS-RATE-EDIT                PIC Z(6)9,9(8).
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
            03 PERIOD                   PIC X(06).
            03 RESULT-CODE              PIC X(01).
            03 GAIN-TOTAL               PIC S9(13)V99.

       PROCEDURE DIVISION USING ARGV.

       BEGIN.
            PERFORM CONFIG-RESOLVE.
            MOVE "1" TO RESULT-CODE.
            MOVE ZERO TO GAIN-TOTAL.
            MOVE 0 TO WS-READ-COUNT.
            MOVE 0 TO WS-FOREIGN-COUNT.
            MOVE 0 TO WS-MOVEMENT-COUNT.
            MOVE 0 TO WS-ERROR-COUNT.
            MOVE ZERO TO WS-GAIN-TOTAL.
            MOVE 0 TO WS-CCY-USED.
            IF PERIOD NOT NUMERIC
                 DISPLAY "ERRO: PERIODO INVALIDO."
                 GOBACK.
            PERFORM AUTH-CHECK.
            PERFORM PERIOD-VERIFY.
            PERFORM RUN-INIT.
            PERFORM FILE-OPEN.
            PERFORM BASE-CURRENCY-LOAD.
            IF WS-BASE-CURRENCY = SPACES
                 DISPLAY "AVISO: MOEDA BASE NAO DEFINIDA."
                 MOVE "0" TO RESULT-CODE
                 PERFORM FILE-CLOSE.
            PERFORM CLOSING-DATE-SET.
            PERFORM REPORT-HEADER.
            MOVE LOW-VALUES TO {{ KEYNAME }}.
            START FILE-NAME KEY NOT LESS {{ SUPERKEYNAME }}.
            IF FILE-STATUS = "00"
                 PERFORM FILE-READ
                 PERFORM MASTER-LOOP UNTIL FILE-STATUS NOT = "00".
            PERFORM JOURNAL-SCAN.
            MOVE 1 TO WS-CCY-IX.
            PERFORM CURRENCY-REVALUE UNTIL WS-CCY-IX > WS-CCY-USED.
            PERFORM REPORT-TOTALS.
            DISPLAY "MESTRES LIDOS: " WITH NO ADVANCING.
            DISPLAY WS-READ-COUNT.
            DISPLAY "MESTRES EM MOEDA ESTRANGEIRA: " WITH NO ADVANCING.
            DISPLAY WS-FOREIGN-COUNT.
            DISPLAY "MOEDAS REAVALIADAS: " WITH NO ADVANCING.
            DISPLAY WS-CCY-USED.
            DISPLAY "GANHO/PERDA CAMBIAL: " WITH NO ADVANCING.
            DISPLAY WS-GAIN-TOTAL.
            IF WS-ERROR-COUNT = 0
                 MOVE "C" TO RUNCTL-FINAL-STATUS
                 MOVE "0" TO RESULT-CODE.
            MOVE WS-GAIN-TOTAL TO GAIN-TOTAL.
            MOVE WS-READ-COUNT TO RUNCTL-READ-COUNT.
            MOVE WS-READ-COUNT TO RUNCTL-CLOSING-COUNT.
            MOVE WS-ERROR-COUNT TO RUNCTL-ERROR-COUNT.
            MOVE WS-GAIN-TOTAL TO RUNCTL-AMOUNT-TOTAL.
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
            MOVE "PERHISTFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-PERHIST-PATH.
            MOVE "REVALFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-REVAL-PATH.
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
            MOVE "P" TO AUTH-OPERATION.
            MOVE "1" TO AUTH-RESULT.
            CALL "AUTHSRV" USING AUTH-ARGV.
            IF AUTH-RESULT NOT = "0"
                 DISPLAY "ERRO: OPERACAO NAO AUTORIZADA."
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "AUTH" TO EVENT-CODE
                 PERFORM EVENT-WRITE
                 GOBACK.

       PERIOD-VERIFY SECTION.
            OPEN INPUT PERHIST-FILE.
            MOVE "{{ DATAFILE }}" TO PH-DATAFILE.
            MOVE PERIOD TO PH-PERIOD.
            IF PERHIST-STATUS = "00"
                 READ PERHIST-FILE.
            IF PERHIST-STATUS NOT = "00" OR PH-STATUS NOT = "C"
                 CLOSE PERHIST-FILE
                 DISPLAY "ERRO: PERIODO NAO FECHADO: " WITH NO ADVANCING
                 DISPLAY PERIOD
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "VALD" TO EVENT-CODE
                 PERFORM EVENT-WRITE
                 GOBACK.
            CLOSE PERHIST-FILE.

       BASE-CURRENCY-LOAD SECTION.
            MOVE SPACES TO WS-BASE-CURRENCY.
            MOVE "{{ DATAFILE }}" TO CUR-DATAFILE.
            MOVE SPACES TO CUR-MASTER-KEY.
            READ CURRENCY-FILE.
            IF CURRENCY-STATUS = "00"
                 MOVE CUR-CODE TO WS-BASE-CURRENCY.

       CLOSING-DATE-SET SECTION.
            MOVE PERIOD(1:4) TO WS-PER-YEAR.
            MOVE PERIOD(5:2) TO WS-PER-MONTH.
            SUBTRACT 1 FROM WS-PER-MONTH.
            IF WS-PER-MONTH = 0
                 MOVE 12 TO WS-PER-MONTH
                 SUBTRACT 1 FROM WS-PER-YEAR.
            MOVE SPACES TO WS-PREV-PERIOD.
            STRING WS-PER-YEAR WS-PER-MONTH
                 DELIMITED BY SIZE INTO WS-PREV-PERIOD.
            MOVE PERIOD(1:4) TO WS-PER-YEAR.
            MOVE PERIOD(5:2) TO WS-PER-MONTH.
            ADD 1 TO WS-PER-MONTH.
            IF WS-PER-MONTH > 12
                 MOVE 1 TO WS-PER-MONTH
                 ADD 1 TO WS-PER-YEAR.
            MOVE SPACES TO WS-NEXT-FIRST.
            STRING WS-PER-YEAR WS-PER-MONTH "01"
                 DELIMITED BY SIZE INTO WS-NEXT-FIRST.
            MOVE SPACES TO DATESRV-ARGV.
            MOVE "P" TO DSRV-OPERATION.
            MOVE WS-NEXT-FIRST TO DSRV-INPUT.
            MOVE 0 TO DSRV-DAYS.
            MOVE "1" TO DSRV-RESULT.
            CALL "DATESRV" USING DATESRV-ARGV.
            IF DSRV-RESULT = "0"
                 MOVE DSRV-OUTPUT TO WS-CLOSING-DATE
            ELSE
                 MOVE SPACES TO WS-CLOSING-DATE
                 STRING PERIOD "28" DELIMITED BY SIZE
                      INTO WS-CLOSING-DATE.

       FILE-READ SECTION.
            READ FILE-NAME NEXT IGNORE LOCK.

       MASTER-LOOP SECTION.
            ADD 1 TO WS-READ-COUNT.
            MOVE {{ KEYNAME }} TO WS-MASTER-KEY.
            PERFORM MASTER-CURRENCY-GET.
            IF WS-MASTER-CURRENCY NOT = WS-BASE-CURRENCY
                 ADD 1 TO WS-FOREIGN-COUNT
                 MOVE WS-MASTER-CURRENCY TO WS-CCY-WANTED
                 PERFORM CURRENCY-SLOT
                 IF WS-CCY-FOUND = "Y"
                      ADD 1 TO WS-CCY-COUNT(WS-CCY-IX)
                      ADD {{ AMOUNTFIELD }}
                           TO WS-CCY-FOREIGN(WS-CCY-IX)
                 END-IF.
            PERFORM FILE-READ.

       MASTER-CURRENCY-GET SECTION.
            MOVE WS-BASE-CURRENCY TO WS-MASTER-CURRENCY.
            MOVE "{{ DATAFILE }}" TO CUR-DATAFILE.
            MOVE WS-MASTER-KEY TO CUR-MASTER-KEY.
            READ CURRENCY-FILE.
            IF CURRENCY-STATUS = "00" AND CUR-CODE NOT = SPACES
                 MOVE CUR-CODE TO WS-MASTER-CURRENCY.

       CURRENCY-SLOT SECTION.
            MOVE "N" TO WS-CCY-FOUND.
            MOVE 1 TO WS-CCY-IX.
            PERFORM CURRENCY-SLOT-STEP
                 UNTIL WS-CCY-IX > WS-CCY-USED
                 OR WS-CCY-FOUND = "Y".
            IF WS-CCY-FOUND = "N" AND WS-CCY-USED < 20
                 ADD 1 TO WS-CCY-USED
                 MOVE WS-CCY-USED TO WS-CCY-IX
                 MOVE WS-CCY-WANTED TO WS-CCY-CODE(WS-CCY-IX)
                 MOVE 0 TO WS-CCY-COUNT(WS-CCY-IX)
                 MOVE ZERO TO WS-CCY-FOREIGN(WS-CCY-IX)
                 MOVE ZERO TO WS-CCY-MOVED(WS-CCY-IX)
                 MOVE ZERO TO WS-CCY-MOVED-BASE(WS-CCY-IX)
                 MOVE ZERO TO WS-CCY-UNRATED(WS-CCY-IX)
                 MOVE "Y" TO WS-CCY-FOUND.

       CURRENCY-SLOT-STEP SECTION.
            IF WS-CCY-CODE(WS-CCY-IX) = WS-CCY-WANTED
                 MOVE "Y" TO WS-CCY-FOUND
            ELSE
                 ADD 1 TO WS-CCY-IX.

       JOURNAL-SCAN SECTION.
            OPEN INPUT JOURNAL-FILE.
            IF JOURNAL-STATUS = "00"
                 PERFORM JOURNAL-READ
                 PERFORM JOURNAL-LOOP UNTIL JOURNAL-STATUS NOT = "00".
            CLOSE JOURNAL-FILE.

       JOURNAL-READ SECTION.
            READ JOURNAL-FILE.

       JOURNAL-LOOP SECTION.
            IF JRN-MOV-TYPE NOT = SPACES
                 AND JRN-MOV-DATE(1:6) = PERIOD
                 AND (JRN-RUN-KEY(22:8) = "POSTING"
                 OR JRN-RUN-KEY(22:8) = "REVERSAL")
                 PERFORM JOURNAL-MOVEMENT.
            PERFORM JOURNAL-READ.

       JOURNAL-MOVEMENT SECTION.
            IF JRN-POST-CURRENCY = SPACES
                 MOVE JRN-KEY TO WS-MASTER-KEY
                 PERFORM MASTER-CURRENCY-GET
            ELSE
                 MOVE JRN-POST-CURRENCY TO WS-MASTER-CURRENCY.
            IF WS-MASTER-CURRENCY NOT = WS-BASE-CURRENCY
                 ADD 1 TO WS-MOVEMENT-COUNT
                 MOVE WS-MASTER-CURRENCY TO WS-CCY-WANTED
                 PERFORM CURRENCY-SLOT
                 IF WS-CCY-FOUND = "Y"
                      PERFORM MOVEMENT-ACCUMULATE
                 END-IF.

       MOVEMENT-ACCUMULATE SECTION.
            IF JRN-MOV-TYPE = "D"
                 COMPUTE WS-SIGNED-AMOUNT = 0 - JRN-MOV-AMOUNT
            ELSE
                 MOVE JRN-MOV-AMOUNT TO WS-SIGNED-AMOUNT.
            ADD WS-SIGNED-AMOUNT TO WS-CCY-MOVED(WS-CCY-IX).
            MOVE WS-MASTER-CURRENCY TO WS-RATE-FROM.
            MOVE JRN-MOV-DATE TO WS-RATE-DATE.
            PERFORM RATE-LOOKUP.
            IF WS-RATE-OK = "Y"
                 COMPUTE WS-CCY-MOVED-BASE(WS-CCY-IX) ROUNDED =
                      WS-CCY-MOVED-BASE(WS-CCY-IX)
                      + WS-SIGNED-AMOUNT * WS-RATE
            ELSE
                 ADD WS-SIGNED-AMOUNT TO WS-CCY-UNRATED(WS-CCY-IX).

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

       CURRENCY-REVALUE SECTION.
            MOVE WS-CCY-CODE(WS-CCY-IX) TO WS-RATE-FROM.
            MOVE WS-CLOSING-DATE TO WS-RATE-DATE.
            PERFORM RATE-LOOKUP.
            IF WS-RATE-OK = "N"
                 PERFORM REVALUE-NO-RATE
            ELSE
                 PERFORM REVALUE-COMPUTE
                 PERFORM REVAL-STORE
                 PERFORM REPORT-CURRENCY.
            ADD 1 TO WS-CCY-IX.

       REVALUE-NO-RATE SECTION.
            ADD 1 TO WS-ERROR-COUNT.
            DISPLAY "ERRO: TAXA DE FECHAMENTO NAO ENCONTRADA: "
                 WITH NO ADVANCING.
            DISPLAY WS-CCY-CODE(WS-CCY-IX).
            MOVE WS-CCY-FOREIGN(WS-CCY-IX) TO WS-FOREIGN-EDIT.
            MOVE SPACES TO REPORT-LINE.
            STRING "SEM TAXA;" WS-CCY-CODE(WS-CCY-IX) ";"
                 WS-CCY-COUNT(WS-CCY-IX) ";" WS-FOREIGN-EDIT ";"
                 WS-CLOSING-DATE
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM EVENT-INIT.
            MOVE WS-CCY-CODE(WS-CCY-IX) TO EVENT-KEY.
            MOVE "E" TO EVENT-SEVERITY.
            MOVE "FXRT" TO EVENT-CODE.
            PERFORM EVENT-WRITE.

       REVALUE-COMPUTE SECTION.
            COMPUTE WS-CCY-MOVED-BASE(WS-CCY-IX) ROUNDED =
                 WS-CCY-MOVED-BASE(WS-CCY-IX)
                 + WS-CCY-UNRATED(WS-CCY-IX) * WS-RATE.
            COMPUTE WS-RESTATED ROUNDED =
                 WS-CCY-FOREIGN(WS-CCY-IX) * WS-RATE.
            MOVE "{{ DATAFILE }}" TO RVL-DATAFILE.
            MOVE WS-PREV-PERIOD TO RVL-PERIOD.
            MOVE WS-CCY-CODE(WS-CCY-IX) TO RVL-CURRENCY.
            READ REVAL-FILE.
            IF REVAL-STATUS = "00"
                 COMPUTE WS-CARRYING = RVL-RESTATED
                      + WS-CCY-MOVED-BASE(WS-CCY-IX)
            ELSE
                 COMPUTE WS-CARRYING ROUNDED =
                      (WS-CCY-FOREIGN(WS-CCY-IX)
                      - WS-CCY-MOVED(WS-CCY-IX)) * WS-RATE
                      + WS-CCY-MOVED-BASE(WS-CCY-IX).
            COMPUTE WS-GAIN = WS-RESTATED - WS-CARRYING.
            ADD WS-GAIN TO WS-GAIN-TOTAL.

       REVAL-STORE SECTION.
            MOVE "{{ DATAFILE }}" TO RVL-DATAFILE.
            MOVE PERIOD TO RVL-PERIOD.
            MOVE WS-CCY-CODE(WS-CCY-IX) TO RVL-CURRENCY.
            READ REVAL-FILE.
            IF REVAL-STATUS NOT = "00"
                 MOVE SPACES TO REVAL-RECORD
                 MOVE "{{ DATAFILE }}" TO RVL-DATAFILE
                 MOVE PERIOD TO RVL-PERIOD
                 MOVE WS-CCY-CODE(WS-CCY-IX) TO RVL-CURRENCY.
            MOVE WS-BASE-CURRENCY TO RVL-BASE-CURRENCY.
            MOVE WS-CCY-COUNT(WS-CCY-IX) TO RVL-MASTER-COUNT.
            MOVE WS-CCY-FOREIGN(WS-CCY-IX) TO RVL-FOREIGN-BALANCE.
            MOVE WS-RATE TO RVL-CLOSING-RATE.
            MOVE WS-RESTATED TO RVL-RESTATED.
            MOVE WS-CARRYING TO RVL-CARRYING.
            MOVE WS-GAIN TO RVL-GAIN-LOSS.
            MOVE RUNCTL-KEY TO RVL-RUN-KEY.
            MOVE FUNCTION CURRENT-DATE TO RVL-TIMESTAMP.
            IF REVAL-STATUS = "00"
                 REWRITE REVAL-RECORD
            ELSE
                 WRITE REVAL-RECORD.
            IF REVAL-STATUS NOT = "00"
                 ADD 1 TO WS-ERROR-COUNT
                 DISPLAY "ERRO: REAVALIACAO NAO GRAVADA. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY REVAL-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM EVENT-INIT
                 MOVE WS-CCY-CODE(WS-CCY-IX) TO EVENT-KEY
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "IOER" TO EVENT-CODE
                 PERFORM EVENT-WRITE.

       REPORT-HEADER SECTION.
            MOVE SPACES TO REPORT-LINE.
            STRING "REAVALIACAO;{{ DATAFILE }};" PERIOD ";"
                 WS-CLOSING-DATE ";" WS-BASE-CURRENCY ";" USER-ID
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-CURRENCY SECTION.
            MOVE WS-CCY-FOREIGN(WS-CCY-IX) TO WS-FOREIGN-EDIT.
            MOVE WS-RATE TO WS-RATE-EDIT.
            MOVE WS-RESTATED TO WS-RESTATED-EDIT.
            MOVE WS-CARRYING TO WS-CARRYING-EDIT.
            MOVE WS-GAIN TO WS-GAIN-EDIT.
            MOVE SPACES TO REPORT-LINE.
            STRING "MOEDA;" WS-CCY-CODE(WS-CCY-IX) ";"
                 WS-CCY-COUNT(WS-CCY-IX) ";" WS-FOREIGN-EDIT ";"
                 WS-RATE-EDIT ";" WS-RESTATED-EDIT ";"
                 WS-CARRYING-EDIT ";" WS-GAIN-EDIT
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-TOTALS SECTION.
            MOVE WS-GAIN-TOTAL TO WS-GAIN-EDIT.
            MOVE SPACES TO REPORT-LINE.
            STRING "TOTAL;" WS-READ-COUNT ";" WS-FOREIGN-COUNT ";"
                 WS-MOVEMENT-COUNT ";" WS-GAIN-EDIT
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       EVENT-INIT SECTION.
            MOVE SPACES TO EVENT-RECORD.
            MOVE "REVALUE" TO EVENT-PROGRAM.
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
            MOVE "REVALUE" TO RUNCTL-PROGRAM.
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
            OPEN INPUT CURRENCY-FILE.
            OPEN INPUT FXRATE-FILE.
            OPEN I-O REVAL-FILE.
            IF REVAL-STATUS NOT = "00"
                 OPEN OUTPUT REVAL-FILE
                 CLOSE REVAL-FILE
                 OPEN I-O REVAL-FILE.
            OPEN OUTPUT REPORT-FILE.

       FILE-CLOSE SECTION.
            CLOSE FILE-NAME.
            CLOSE CURRENCY-FILE.
            CLOSE FXRATE-FILE.
            CLOSE REVAL-FILE.
            CLOSE REPORT-FILE.
            GOBACK.
