       $set ANIM
       $set ANS85
       $set AUTOLOCK
       $set BELL
       $set FILESHARE
       $set NOWARNING
       $set WRITETHROUGH
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRUAL.

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
            SELECT RATE-FILE ASSIGN WS-RATE-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS RATE-KEY
                 FILE STATUS IS RATE-STATUS.
            SELECT ACCRUALCTL-FILE ASSIGN WS-ACCRUALCTL-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS ACT-KEY
                 FILE STATUS IS ACCRUALCTL-STATUS.
            SELECT MOVEMENT-FILE ASSIGN WS-MOVEMENT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS MOVEMENT-STATUS.
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

       SD SORT-WORK.
       01   ACCRUAL-SORT-RECORD.
            03 ACS-KEY                  PIC X(20).
            03 ACS-TIMESTAMP            PIC X(21).
            03 ACS-OPERATION            PIC X(01).
            03 ACS-RUN-KEY              PIC X(29).
            03 ACS-ORIGIN               PIC X(01).
            03 ACS-IMAGE                PIC X({{ RECORDLEN }}).

       FD RATE-FILE.
       01   RATE-RECORD.
            03 RATE-KEY.
               05 RATE-DATAFILE         PIC X(30).
               05 RATE-TYPE             PIC X(02).
               05 RATE-EFFECTIVE-DATE   PIC X(08).
            03 RATE-TERMS.
               05 RATE-DAY-BASIS        PIC 9(03).
               05 RATE-TIER             OCCURS 5.
                  07 RATE-TIER-LIMIT    PIC 9(13)V99.
                  07 RATE-TIER-PCT      PIC 9(03)V9(04).
               05 RATE-DEBIT-PCT        PIC 9(03)V9(04).
               05 RATE-FEE-FLAT         PIC 9(09)V99.
               05 RATE-FEE-ACTIVITY     PIC 9(07)V99.

       FD ACCRUALCTL-FILE.
       01   ACCRUALCTL-RECORD.
            03 ACT-KEY.
               05 ACT-DATAFILE          PIC X(30).
               05 ACT-PERIOD-FROM       PIC X(08).
               05 ACT-PERIOD-TO         PIC X(08).
            03 ACT-STATUS               PIC X(01).
            03 ACT-RUN-KEY              PIC X(29).
            03 ACT-USER                 PIC X(08).
            03 ACT-MOVEMENT-COUNT       PIC 9(09).
            03 ACT-INTEREST-TOTAL       PIC S9(13)V99.
            03 ACT-FEE-TOTAL            PIC S9(13)V99.

       FD MOVEMENT-FILE.
           COPY MOVREC.

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
       01   WS-RATE-PATH                PIC X(100)
                                        VALUE "{{ RATEFILE }}".
       01   WS-ACCRUALCTL-PATH          PIC X(100)
                                        VALUE "{{ ACCRUALCTLFILE }}".
       01   WS-MOVEMENT-PATH            PIC X(100)
                                        VALUE "{{ MOVEMENTFILE }}".
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
       01   RATE-STATUS                 PIC X(02) VALUE SPACES.
       01   ACCRUALCTL-STATUS           PIC X(02) VALUE SPACES.
       01   MOVEMENT-STATUS             PIC X(02) VALUE SPACES.
       01   REPORT-STATUS               PIC X(02) VALUE SPACES.
       01   RUNCTL-STATUS               PIC X(02) VALUE SPACES.
       01   PERHIST-STATUS              PIC X(02) VALUE SPACES.
       01   EVENT-STATUS                PIC X(02) VALUE SPACES.
       01   WS-SORT-EOF                 PIC X(01) VALUE "N".
       01   WS-READ-COUNT               PIC 9(9) VALUE 0.
       01   WS-ACCRUED-COUNT            PIC 9(9) VALUE 0.
       01   WS-NORATE-COUNT             PIC 9(9) VALUE 0.
       01   WS-MOVEMENT-COUNT           PIC 9(9) VALUE 0.
       01   WS-INVALID-COUNT            PIC 9(9) VALUE 0.
       01   WS-CREDIT-TOTAL             PIC S9(13)V99 VALUE ZERO.
       01   WS-DEBIT-TOTAL              PIC S9(13)V99 VALUE ZERO.
       01   WS-FEE-TOTAL                PIC S9(13)V99 VALUE ZERO.
       01   WS-MASTER-IMAGE             PIC X({{ RECORDLEN }}).
       01   WS-MASTER-KEY               PIC X(20) VALUE SPACES.
       01   WS-MASTER-TYPE              PIC X(02) VALUE SPACES.
       01   WS-MASTER-AMOUNT            PIC S9(13)V99 VALUE ZERO.
       01   WS-IMAGE-AMOUNT             PIC S9(13)V99 VALUE ZERO.
       01   WS-OPEN-KNOWN               PIC X(01) VALUE "N".
       01   WS-ACTIVITY-COUNT           PIC 9(9) VALUE 0.
       01   WS-KEY-DAYS                 PIC 9(05) VALUE 0.
       01   WS-SEG-DATE                 PIC X(08) VALUE SPACES.
       01   WS-SEG-STOP                 PIC X(08) VALUE SPACES.
       01   WS-SEG-FINAL                PIC X(01) VALUE "N".
       01   WS-SEG-DONE                 PIC X(01) VALUE "N".
       01   WS-SEG-BALANCE              PIC S9(13)V99 VALUE ZERO.
       01   WS-PART-DATE                PIC X(08) VALUE SPACES.
       01   WS-PART-STOP                PIC X(08) VALUE SPACES.
       01   WS-PART-DAYS                PIC 9(05) VALUE 0.
       01   WS-DAYS-FROM                PIC X(08) VALUE SPACES.
       01   WS-DAYS-TO                  PIC X(08) VALUE SPACES.
       01   WS-DAYS-COUNT               PIC 9(05) VALUE 0.
       01   WS-TIER-IX                  PIC 9(01) VALUE 0.
       01   WS-TIER-DONE                PIC X(01) VALUE "N".
       01   WS-TIER-FLOOR               PIC 9(13)V99 VALUE ZERO.
       01   WS-TIER-PORTION             PIC S9(13)V99 VALUE ZERO.
       01   WS-CREDIT-INT               PIC S9(13)V9(06) VALUE ZERO.
       01   WS-DEBIT-INT                PIC S9(13)V9(06) VALUE ZERO.
       01   WS-FEE                      PIC S9(13)V99 VALUE ZERO.
       01   WS-CREDIT-ROUNDED           PIC S9(13)V99 VALUE ZERO.
       01   WS-DEBIT-ROUNDED            PIC S9(13)V99 VALUE ZERO.
       01   WS-RV-LOADED                PIC X(01) VALUE "N".
       01   WS-RV-TYPE                  PIC X(02) VALUE SPACES.
       01   WS-RV-USED                  PIC 9(02) VALUE 0.
       01   WS-RV-IX                    PIC 9(02) VALUE 0.
       01   WS-RV-CUR                   PIC 9(02) VALUE 0.
       01   WS-RV-NEXT-DATE             PIC X(08) VALUE SPACES.
       01   WS-RV-TABLE.
            03 WS-RV-ENTRY              OCCURS 20.
               05 WS-RV-DATE            PIC X(08).
               05 WS-RV-TERMS.
                  07 WS-RV-BASIS        PIC 9(03).
                  07 WS-RV-TIER         OCCURS 5.
                     09 WS-RV-LIMIT     PIC 9(13)V99.
                     09 WS-RV-PCT       PIC 9(03)V9(04).
                  07 WS-RV-DEBIT-PCT    PIC 9(03)V9(04).
                  07 WS-RV-FEE-FLAT     PIC 9(09)V99.
                  07 WS-RV-FEE-ACTIVITY PIC 9(07)V99.
       01   WS-EDIT-CREDIT              PIC -9(13),99.
       01   WS-EDIT-DEBIT               PIC -9(13),99.
       01   WS-EDIT-FEE                 PIC -9(13),99.
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
       01   BATCHSRV-ARGV.
            03 BSRV-FILLER              PIC X(02).
            03 BSRV-OPERATION           PIC X(01) VALUE SPACES.
            03 BSRV-DATAFILE            PIC X(30).
            03 BSRV-MOVEMENT-PATH       PIC X(100).
            03 BSRV-RUN-KEY             PIC X(29).
            03 BSRV-SCREENED            PIC X(01).
            03 BSRV-RESULT              PIC X(01).
       01   CONFIGSRV-ARGV.
            03 CFGSRV-FILLER            PIC X(02).
            03 CFGSRV-LOGICAL           PIC X(30).
            03 CFGSRV-PATH              PIC X(100).
            03 CFGSRV-RESULT            PIC X(01).

       LINKAGE SECTION.
       01   ARGV.
            03 FILLER                   PIC X(02).
            03 USER-ID                  PIC X(08).
            03 PERIOD-FROM              PIC X(08).
            03 PERIOD-TO                PIC X(08).
            03 RESULT-CODE              PIC X(01).
            03 ACCRUED-COUNT            PIC 9(9).
            03 MOVEMENTS-COUNT          PIC 9(9).
            03 INTEREST-TOTAL           PIC S9(13)V99.
            03 FEE-TOTAL                PIC S9(13)V99.

       PROCEDURE DIVISION USING ARGV.

       BEGIN.
            PERFORM CONFIG-RESOLVE.
            MOVE "1" TO RESULT-CODE.
            MOVE 0 TO ACCRUED-COUNT.
            MOVE 0 TO MOVEMENTS-COUNT.
            MOVE ZERO TO INTEREST-TOTAL.
            MOVE ZERO TO FEE-TOTAL.
            MOVE 0 TO WS-READ-COUNT.
            MOVE 0 TO WS-ACCRUED-COUNT.
            MOVE 0 TO WS-NORATE-COUNT.
            MOVE 0 TO WS-MOVEMENT-COUNT.
            MOVE 0 TO WS-INVALID-COUNT.
            MOVE ZERO TO WS-CREDIT-TOTAL.
            MOVE ZERO TO WS-DEBIT-TOTAL.
            MOVE ZERO TO WS-FEE-TOTAL.
            PERFORM AUTH-CHECK.
            PERFORM PERIOD-VALIDATE.
            PERFORM RUN-INIT.
            PERFORM FILE-OPEN.
            PERFORM ACCRUAL-GUARD.
            SORT SORT-WORK
                 ON ASCENDING KEY ACS-KEY ACS-TIMESTAMP
                 INPUT PROCEDURE IS ACCRUAL-INPUT
                 OUTPUT PROCEDURE IS ACCRUAL-OUTPUT.
            PERFORM REPORT-TOTALS.
            DISPLAY "MESTRES LIDOS: " WITH NO ADVANCING.
            DISPLAY WS-READ-COUNT.
            DISPLAY "MESTRES APROPRIADOS: " WITH NO ADVANCING.
            DISPLAY WS-ACCRUED-COUNT.
            DISPLAY "MESTRES SEM TAXA: " WITH NO ADVANCING.
            DISPLAY WS-NORATE-COUNT.
            DISPLAY "MOVIMENTOS GERADOS: " WITH NO ADVANCING.
            DISPLAY WS-MOVEMENT-COUNT.
            DISPLAY "JUROS CREDITADOS: " WITH NO ADVANCING.
            DISPLAY WS-CREDIT-TOTAL.
            DISPLAY "JUROS DEBITADOS: " WITH NO ADVANCING.
            DISPLAY WS-DEBIT-TOTAL.
            DISPLAY "TARIFAS: " WITH NO ADVANCING.
            DISPLAY WS-FEE-TOTAL.
            IF WS-INVALID-COUNT > 0
                 DISPLAY "DATAS INVALIDAS: " WITH NO ADVANCING
                 DISPLAY WS-INVALID-COUNT.
            IF (FILE-STATUS = "10" OR FILE-STATUS = "23")
                 AND WS-INVALID-COUNT = 0
                 MOVE "C" TO RUNCTL-FINAL-STATUS
                 MOVE "0" TO RESULT-CODE
                 PERFORM ACCRUAL-COMPLETE
            ELSE
                 PERFORM ACCRUAL-INCOMPLETE.
            MOVE WS-ACCRUED-COUNT TO ACCRUED-COUNT.
            MOVE WS-MOVEMENT-COUNT TO MOVEMENTS-COUNT.
            COMPUTE INTEREST-TOTAL = WS-CREDIT-TOTAL - WS-DEBIT-TOTAL.
            MOVE WS-FEE-TOTAL TO FEE-TOTAL.
            MOVE WS-READ-COUNT TO RUNCTL-READ-COUNT.
            MOVE WS-MOVEMENT-COUNT TO RUNCTL-WRITTEN-COUNT.
            MOVE WS-INVALID-COUNT TO RUNCTL-ERROR-COUNT.
            COMPUTE RUNCTL-AMOUNT-TOTAL =
                 WS-CREDIT-TOTAL - WS-DEBIT-TOTAL - WS-FEE-TOTAL.
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
            MOVE "RATEFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-RATE-PATH.
            MOVE "ACCRUALCTLFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-ACCRUALCTL-PATH.
            MOVE "{{ MOVEMENTFILE }}" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-MOVEMENT-PATH.
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

       PERIOD-VALIDATE SECTION.
            MOVE PERIOD-FROM TO WS-DAYS-FROM.
            MOVE PERIOD-TO TO WS-DAYS-TO.
            PERFORM DAYS-BETWEEN.
            IF DSRV-RESULT NOT = "0"
                 DISPLAY "ERRO: PERIODO DE APROPRIACAO INVALIDO."
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "DATE" TO EVENT-CODE
                 PERFORM EVENT-WRITE
                 GOBACK.
            OPEN INPUT PERHIST-FILE.
            IF PERHIST-STATUS NOT = "00"
                 CLOSE PERHIST-FILE
            ELSE
                 MOVE "{{ DATAFILE }}" TO PH-DATAFILE
                 MOVE PERIOD-TO(1:6) TO PH-PERIOD
                 READ PERHIST-FILE
                 CLOSE PERHIST-FILE
                 IF PERHIST-STATUS = "00" AND PH-STATUS = "C"
                      DISPLAY "ERRO: PERIODO CONTABIL FECHADO."
                      MOVE "P" TO RESULT-CODE
                      PERFORM EVENT-INIT
                      MOVE "E" TO EVENT-SEVERITY
                      MOVE "PERC" TO EVENT-CODE
                      PERFORM EVENT-WRITE
                      GOBACK
                 END-IF.

       ACCRUAL-GUARD SECTION.
            OPEN I-O ACCRUALCTL-FILE.
            IF ACCRUALCTL-STATUS NOT = "00"
                 OPEN OUTPUT ACCRUALCTL-FILE
                 CLOSE ACCRUALCTL-FILE
                 OPEN I-O ACCRUALCTL-FILE.
            MOVE LOW-VALUES TO ACT-KEY.
            MOVE "{{ DATAFILE }}" TO ACT-DATAFILE.
            START ACCRUALCTL-FILE KEY NOT LESS ACT-KEY.
            IF ACCRUALCTL-STATUS = "00"
                 PERFORM ACCRUAL-GUARD-READ
                 PERFORM ACCRUAL-GUARD-LOOP
                      UNTIL ACCRUALCTL-STATUS NOT = "00"
                      OR ACT-DATAFILE NOT = "{{ DATAFILE }}".
            MOVE SPACES TO ACCRUALCTL-RECORD.
            MOVE "{{ DATAFILE }}" TO ACT-DATAFILE.
            MOVE PERIOD-FROM TO ACT-PERIOD-FROM.
            MOVE PERIOD-TO TO ACT-PERIOD-TO.
            MOVE "R" TO ACT-STATUS.
            MOVE RUNCTL-KEY TO ACT-RUN-KEY.
            MOVE USER-ID TO ACT-USER.
            MOVE 0 TO ACT-MOVEMENT-COUNT.
            MOVE ZERO TO ACT-INTEREST-TOTAL.
            MOVE ZERO TO ACT-FEE-TOTAL.
            WRITE ACCRUALCTL-RECORD.
            IF ACCRUALCTL-STATUS NOT = "00"
                 DISPLAY "ERRO: CONTROLE DE APROPRIACAO NAO GRAVADO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY ACCRUALCTL-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "IOER" TO EVENT-CODE
                 PERFORM EVENT-WRITE
                 PERFORM ACCRUAL-ABORT.

       ACCRUAL-GUARD-READ SECTION.
            READ ACCRUALCTL-FILE NEXT.

       ACCRUAL-GUARD-LOOP SECTION.
            IF ACT-DATAFILE = "{{ DATAFILE }}"
                 AND ACT-PERIOD-FROM NOT > PERIOD-TO
                 AND ACT-PERIOD-TO NOT < PERIOD-FROM
                 PERFORM ACCRUAL-REFUSE.
            PERFORM ACCRUAL-GUARD-READ.

       ACCRUAL-REFUSE SECTION.
            IF ACT-STATUS = "C"
                 DISPLAY "ERRO: PERIODO JA APROPRIADO EM "
                      WITH NO ADVANCING
            ELSE
                 DISPLAY "ERRO: APROPRIACAO INTERROMPIDA EM "
                      WITH NO ADVANCING.
            DISPLAY ACT-PERIOD-FROM WITH NO ADVANCING.
            DISPLAY " A " WITH NO ADVANCING.
            DISPLAY ACT-PERIOD-TO.
            MOVE "D" TO RESULT-CODE.
            PERFORM EVENT-INIT.
            MOVE "E" TO EVENT-SEVERITY.
            MOVE "DUPA" TO EVENT-CODE.
            PERFORM EVENT-WRITE.
            PERFORM ACCRUAL-ABORT.

       ACCRUAL-ABORT SECTION.
            CLOSE ACCRUALCTL-FILE.
            CLOSE FILE-NAME.
            CLOSE RATE-FILE.
            CLOSE MOVEMENT-FILE.
            PERFORM SCREENED-REGISTER.
            CLOSE REPORT-FILE.
            GOBACK.

       ACCRUAL-COMPLETE SECTION.
            MOVE "{{ DATAFILE }}" TO ACT-DATAFILE.
            MOVE PERIOD-FROM TO ACT-PERIOD-FROM.
            MOVE PERIOD-TO TO ACT-PERIOD-TO.
            READ ACCRUALCTL-FILE.
            IF ACCRUALCTL-STATUS = "00"
                 MOVE "C" TO ACT-STATUS
                 MOVE WS-MOVEMENT-COUNT TO ACT-MOVEMENT-COUNT
                 COMPUTE ACT-INTEREST-TOTAL =
                      WS-CREDIT-TOTAL - WS-DEBIT-TOTAL
                 MOVE WS-FEE-TOTAL TO ACT-FEE-TOTAL
                 REWRITE ACCRUALCTL-RECORD.

       ACCRUAL-INCOMPLETE SECTION.
            DISPLAY "ERRO: APROPRIACAO INCOMPLETA DE "
                 WITH NO ADVANCING.
            DISPLAY PERIOD-FROM WITH NO ADVANCING.
            DISPLAY " A " WITH NO ADVANCING.
            DISPLAY PERIOD-TO.
            PERFORM EVENT-INIT.
            MOVE "E" TO EVENT-SEVERITY.
            MOVE "AINC" TO EVENT-CODE.
            PERFORM EVENT-WRITE.

       ACCRUAL-INPUT SECTION.
            OPEN INPUT JOURNAL-FILE.
            IF JOURNAL-STATUS = "00"
                 PERFORM JOURNAL-READ
                 PERFORM ACCRUAL-RELEASE-LOOP
                      UNTIL JOURNAL-STATUS NOT = "00".
            CLOSE JOURNAL-FILE.

       JOURNAL-READ SECTION.
            READ JOURNAL-FILE.

       ACCRUAL-RELEASE-LOOP SECTION.
            IF JRN-OPERATION NOT = "X"
                 AND JRN-TIMESTAMP(1:8) NOT > PERIOD-TO
                 MOVE JRN-KEY TO ACS-KEY
                 MOVE JRN-TIMESTAMP TO ACS-TIMESTAMP
                 MOVE JRN-OPERATION TO ACS-OPERATION
                 MOVE JRN-RUN-KEY TO ACS-RUN-KEY
                 MOVE JRN-MOV-ORIGIN TO ACS-ORIGIN
                 MOVE JRN-IMAGE TO ACS-IMAGE
                 RELEASE ACCRUAL-SORT-RECORD.
            PERFORM JOURNAL-READ.

       ACCRUAL-OUTPUT SECTION.
            MOVE "N" TO WS-SORT-EOF.
            PERFORM ACCRUAL-RETURN.
            PERFORM REPORT-HEADER.
            MOVE LOW-VALUES TO {{ KEYNAME }}.
            START FILE-NAME KEY NOT LESS {{ SUPERKEYNAME }}.
            IF FILE-STATUS = "00"
                 PERFORM FILE-READ.
            PERFORM ACCRUAL-LOOP UNTIL FILE-STATUS NOT = "00".

       ACCRUAL-RETURN SECTION.
            RETURN SORT-WORK
                 AT END MOVE "Y" TO WS-SORT-EOF
            END-RETURN.

       FILE-READ SECTION.
            READ FILE-NAME NEXT IGNORE LOCK.

       ACCRUAL-LOOP SECTION.
            ADD 1 TO WS-READ-COUNT.
            MOVE {{ MAINRECORD }} TO WS-MASTER-IMAGE.
            MOVE {{ KEYNAME }} TO WS-MASTER-KEY.
            MOVE {{ TYPEFIELD }} TO WS-MASTER-TYPE.
            MOVE {{ AMOUNTFIELD }} TO WS-MASTER-AMOUNT.
            PERFORM ACCRUAL-RETURN
                 UNTIL WS-SORT-EOF = "Y"
                 OR ACS-KEY NOT < WS-MASTER-KEY.
            IF {{ DELETEDFLAG }} NOT = "S"
                 PERFORM KEY-ACCRUE.
            MOVE WS-MASTER-IMAGE TO {{ MAINRECORD }}.
            PERFORM FILE-READ.

       KEY-ACCRUE SECTION.
            PERFORM RATE-LOAD.
            MOVE "N" TO WS-OPEN-KNOWN.
            MOVE ZERO TO WS-SEG-BALANCE.
            MOVE PERIOD-FROM TO WS-SEG-DATE.
            MOVE 0 TO WS-ACTIVITY-COUNT.
            MOVE 0 TO WS-KEY-DAYS.
            MOVE ZERO TO WS-CREDIT-INT.
            MOVE ZERO TO WS-DEBIT-INT.
            MOVE ZERO TO WS-FEE.
            PERFORM KEY-IMAGE-STEP
                 UNTIL WS-SORT-EOF = "Y"
                 OR ACS-KEY NOT = WS-MASTER-KEY.
            IF WS-OPEN-KNOWN = "N"
                 MOVE WS-MASTER-AMOUNT TO WS-SEG-BALANCE.
            MOVE "Y" TO WS-SEG-FINAL.
            PERFORM SEGMENT-ACCRUE.
            IF WS-RV-USED = 0
                 ADD 1 TO WS-NORATE-COUNT
            ELSE
                 PERFORM FEE-COMPUTE
                 PERFORM ACCRUAL-EMIT.

       KEY-IMAGE-STEP SECTION.
            IF ACS-OPERATION = "D"
                 MOVE ZERO TO WS-IMAGE-AMOUNT
            ELSE
                 MOVE ACS-IMAGE TO {{ MAINRECORD }}
                 MOVE {{ AMOUNTFIELD }} TO WS-IMAGE-AMOUNT.
            MOVE "Y" TO WS-OPEN-KNOWN.
            IF ACS-TIMESTAMP(1:8) < PERIOD-FROM
                 MOVE WS-IMAGE-AMOUNT TO WS-SEG-BALANCE
            ELSE
                 IF ACS-RUN-KEY(22:8) = "POSTING"
                      AND ACS-ORIGIN = SPACES
                      ADD 1 TO WS-ACTIVITY-COUNT
                 END-IF
                 MOVE ACS-TIMESTAMP(1:8) TO WS-SEG-STOP
                 MOVE "N" TO WS-SEG-FINAL
                 PERFORM SEGMENT-ACCRUE
                 MOVE WS-IMAGE-AMOUNT TO WS-SEG-BALANCE
                 MOVE WS-SEG-STOP TO WS-SEG-DATE.
            PERFORM ACCRUAL-RETURN.

       SEGMENT-ACCRUE SECTION.
            MOVE "N" TO WS-SEG-DONE.
            MOVE WS-SEG-DATE TO WS-PART-DATE.
            PERFORM SEGMENT-PART UNTIL WS-SEG-DONE = "Y".

       SEGMENT-PART SECTION.
            PERFORM RATE-SELECT.
            IF WS-RV-NEXT-DATE NOT = SPACES
                 AND ((WS-SEG-FINAL = "Y"
                      AND WS-RV-NEXT-DATE NOT > PERIOD-TO)
                 OR (WS-SEG-FINAL = "N"
                      AND WS-RV-NEXT-DATE < WS-SEG-STOP))
                 MOVE WS-RV-NEXT-DATE TO WS-PART-STOP
                 MOVE WS-PART-DATE TO WS-DAYS-FROM
                 MOVE WS-PART-STOP TO WS-DAYS-TO
                 PERFORM DAYS-BETWEEN
                 MOVE WS-DAYS-COUNT TO WS-PART-DAYS
            ELSE IF WS-SEG-FINAL = "Y"
                 MOVE PERIOD-TO TO WS-PART-STOP
                 MOVE WS-PART-DATE TO WS-DAYS-FROM
                 MOVE WS-PART-STOP TO WS-DAYS-TO
                 PERFORM DAYS-BETWEEN
                 COMPUTE WS-PART-DAYS = WS-DAYS-COUNT + 1
                 MOVE "Y" TO WS-SEG-DONE
            ELSE
                 MOVE WS-SEG-STOP TO WS-PART-STOP
                 MOVE WS-PART-DATE TO WS-DAYS-FROM
                 MOVE WS-PART-STOP TO WS-DAYS-TO
                 PERFORM DAYS-BETWEEN
                 MOVE WS-DAYS-COUNT TO WS-PART-DAYS
                 MOVE "Y" TO WS-SEG-DONE.
            IF WS-RV-CUR > 0
                 PERFORM INTEREST-COMPUTE.
            ADD WS-PART-DAYS TO WS-KEY-DAYS.
            MOVE WS-PART-STOP TO WS-PART-DATE.

       DAYS-BETWEEN SECTION.
            MOVE SPACES TO DATESRV-ARGV.
            MOVE "C" TO DSRV-OPERATION.
            MOVE WS-DAYS-FROM TO DSRV-INPUT.
            MOVE WS-DAYS-TO TO DSRV-OUTPUT.
            MOVE 0 TO DSRV-DAYS.
            MOVE "1" TO DSRV-RESULT.
            CALL "DATESRV" USING DATESRV-ARGV.
            IF DSRV-RESULT = "0"
                 MOVE DSRV-DAYS TO WS-DAYS-COUNT
            ELSE
                 ADD 1 TO WS-INVALID-COUNT
                 MOVE 0 TO WS-DAYS-COUNT.

       INTEREST-COMPUTE SECTION.
            IF WS-PART-DAYS > 0 AND WS-SEG-BALANCE > 0
                 MOVE ZERO TO WS-TIER-FLOOR
                 MOVE 1 TO WS-TIER-IX
                 MOVE "N" TO WS-TIER-DONE
                 PERFORM TIER-STEP
                      UNTIL WS-TIER-IX > 5 OR WS-TIER-DONE = "Y"
            ELSE IF WS-PART-DAYS > 0 AND WS-SEG-BALANCE < 0
                 COMPUTE WS-DEBIT-INT = WS-DEBIT-INT
                      + (0 - WS-SEG-BALANCE)
                      * WS-RV-DEBIT-PCT(WS-RV-CUR) * WS-PART-DAYS
                      / (100 * WS-RV-BASIS(WS-RV-CUR)).

       TIER-STEP SECTION.
            IF WS-RV-LIMIT(WS-RV-CUR WS-TIER-IX) = ZERO
                 OR WS-RV-LIMIT(WS-RV-CUR WS-TIER-IX)
                      NOT < WS-SEG-BALANCE
                 COMPUTE WS-TIER-PORTION =
                      WS-SEG-BALANCE - WS-TIER-FLOOR
                 MOVE "Y" TO WS-TIER-DONE
            ELSE
                 COMPUTE WS-TIER-PORTION =
                      WS-RV-LIMIT(WS-RV-CUR WS-TIER-IX) - WS-TIER-FLOOR
                 MOVE WS-RV-LIMIT(WS-RV-CUR WS-TIER-IX)
                      TO WS-TIER-FLOOR.
            IF WS-TIER-PORTION > 0
                 COMPUTE WS-CREDIT-INT = WS-CREDIT-INT
                      + WS-TIER-PORTION
                      * WS-RV-PCT(WS-RV-CUR WS-TIER-IX) * WS-PART-DAYS
                      / (100 * WS-RV-BASIS(WS-RV-CUR)).
            ADD 1 TO WS-TIER-IX.

       FEE-COMPUTE SECTION.
            MOVE PERIOD-TO TO WS-PART-DATE.
            PERFORM RATE-SELECT.
            IF WS-RV-CUR > 0
                 COMPUTE WS-FEE = WS-RV-FEE-FLAT(WS-RV-CUR)
                      + WS-RV-FEE-ACTIVITY(WS-RV-CUR)
                      * WS-ACTIVITY-COUNT.

       RATE-LOAD SECTION.
            IF WS-RV-LOADED NOT = "Y"
                 OR WS-RV-TYPE NOT = WS-MASTER-TYPE
                 MOVE "Y" TO WS-RV-LOADED
                 MOVE WS-MASTER-TYPE TO WS-RV-TYPE
                 MOVE 0 TO WS-RV-USED
                 MOVE "{{ DATAFILE }}" TO RATE-DATAFILE
                 MOVE WS-MASTER-TYPE TO RATE-TYPE
                 MOVE LOW-VALUES TO RATE-EFFECTIVE-DATE
                 START RATE-FILE KEY NOT LESS RATE-KEY
                 IF RATE-STATUS = "00"
                      PERFORM RATE-READ
                      PERFORM RATE-LOAD-LOOP
                           UNTIL RATE-STATUS NOT = "00"
                           OR RATE-DATAFILE NOT = "{{ DATAFILE }}"
                           OR RATE-TYPE NOT = WS-RV-TYPE
                 END-IF.

       RATE-READ SECTION.
            READ RATE-FILE NEXT IGNORE LOCK.

       RATE-LOAD-LOOP SECTION.
            IF WS-RV-USED < 20
                 ADD 1 TO WS-RV-USED
                 MOVE RATE-EFFECTIVE-DATE TO WS-RV-DATE(WS-RV-USED)
                 MOVE RATE-TERMS TO WS-RV-TERMS(WS-RV-USED)
                 IF WS-RV-BASIS(WS-RV-USED) = 0
                      MOVE 365 TO WS-RV-BASIS(WS-RV-USED)
                 END-IF.
            PERFORM RATE-READ.

       RATE-SELECT SECTION.
            MOVE 0 TO WS-RV-CUR.
            MOVE 1 TO WS-RV-IX.
            PERFORM RATE-SELECT-STEP UNTIL WS-RV-IX > WS-RV-USED.
            MOVE SPACES TO WS-RV-NEXT-DATE.
            IF WS-RV-CUR < WS-RV-USED
                 MOVE WS-RV-DATE(WS-RV-CUR + 1) TO WS-RV-NEXT-DATE.

       RATE-SELECT-STEP SECTION.
            IF WS-RV-DATE(WS-RV-IX) NOT > WS-PART-DATE
                 MOVE WS-RV-IX TO WS-RV-CUR.
            ADD 1 TO WS-RV-IX.

       ACCRUAL-EMIT SECTION.
            COMPUTE WS-CREDIT-ROUNDED ROUNDED = WS-CREDIT-INT.
            COMPUTE WS-DEBIT-ROUNDED ROUNDED = WS-DEBIT-INT.
            IF WS-CREDIT-ROUNDED > 0
                 MOVE "C" TO MOV-TYPE
                 MOVE WS-CREDIT-ROUNDED TO MOV-AMOUNT
                 PERFORM MOVEMENT-WRITE
                 ADD WS-CREDIT-ROUNDED TO WS-CREDIT-TOTAL.
            IF WS-DEBIT-ROUNDED > 0
                 MOVE "D" TO MOV-TYPE
                 MOVE WS-DEBIT-ROUNDED TO MOV-AMOUNT
                 PERFORM MOVEMENT-WRITE
                 ADD WS-DEBIT-ROUNDED TO WS-DEBIT-TOTAL.
            IF WS-FEE > 0
                 MOVE "D" TO MOV-TYPE
                 MOVE WS-FEE TO MOV-AMOUNT
                 PERFORM MOVEMENT-WRITE
                 ADD WS-FEE TO WS-FEE-TOTAL.
            IF WS-CREDIT-ROUNDED > 0 OR WS-DEBIT-ROUNDED > 0
                 OR WS-FEE > 0
                 ADD 1 TO WS-ACCRUED-COUNT
                 PERFORM REPORT-DETAIL.

       MOVEMENT-WRITE SECTION.
            MOVE WS-MASTER-KEY TO MOV-KEY.
            MOVE PERIOD-TO TO MOV-DATE.
            MOVE SPACES TO MOV-CURRENCY.
            MOVE "A" TO MOV-ORIGIN.
            WRITE MOVEMENT-RECORD.
            IF MOVEMENT-STATUS = "00"
                 ADD 1 TO WS-MOVEMENT-COUNT
            ELSE
                 ADD 1 TO WS-INVALID-COUNT
                 DISPLAY "ERRO: MOVIMENTO NAO GRAVADO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY MOVEMENT-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM EVENT-INIT
                 MOVE WS-MASTER-KEY TO EVENT-KEY
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "IOER" TO EVENT-CODE
                 PERFORM EVENT-WRITE.

       REPORT-HEADER SECTION.
            MOVE SPACES TO REPORT-LINE.
            STRING "APROPRIACAO;{{ DATAFILE }};" PERIOD-FROM ";"
                 PERIOD-TO
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-DETAIL SECTION.
            MOVE WS-CREDIT-ROUNDED TO WS-EDIT-CREDIT.
            MOVE WS-DEBIT-ROUNDED TO WS-EDIT-DEBIT.
            MOVE WS-FEE TO WS-EDIT-FEE.
            MOVE SPACES TO REPORT-LINE.
            STRING "ACRUO;" WS-MASTER-KEY ";" WS-MASTER-TYPE ";"
                 WS-KEY-DAYS ";" WS-ACTIVITY-COUNT ";"
                 WS-EDIT-CREDIT ";" WS-EDIT-DEBIT ";" WS-EDIT-FEE
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-TOTALS SECTION.
            MOVE WS-CREDIT-TOTAL TO WS-EDIT-CREDIT.
            MOVE WS-DEBIT-TOTAL TO WS-EDIT-DEBIT.
            MOVE WS-FEE-TOTAL TO WS-EDIT-FEE.
            MOVE SPACES TO REPORT-LINE.
            STRING "TOTAL;" WS-ACCRUED-COUNT ";" WS-MOVEMENT-COUNT ";"
                 WS-EDIT-CREDIT ";" WS-EDIT-DEBIT ";" WS-EDIT-FEE
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       EVENT-INIT SECTION.
            MOVE SPACES TO EVENT-RECORD.
            MOVE "ACCRUAL" TO EVENT-PROGRAM.
            MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP.
            MOVE SPACES TO EVENT-KEY.

       EVENT-WRITE SECTION.
            OPEN EXTEND EVENT-FILE.
            IF EVENT-STATUS = "35"
                 OPEN OUTPUT EVENT-FILE.
            WRITE EVENT-RECORD.
            CLOSE EVENT-FILE.

       SCREENED-INQUIRE SECTION.
            MOVE SPACES TO BATCHSRV-ARGV.
            MOVE "I" TO BSRV-OPERATION.
            MOVE "{{ DATAFILE }}" TO BSRV-DATAFILE.
            MOVE WS-MOVEMENT-PATH TO BSRV-MOVEMENT-PATH.
            MOVE "1" TO BSRV-RESULT.
            CALL "BATCHSRV" USING BATCHSRV-ARGV.
            IF BSRV-RESULT NOT = "0"
                 MOVE "N" TO BSRV-SCREENED.

       BATCH-POSTED-REFUSE SECTION.
            DISPLAY "ERRO: ARQUIVO DE MOVIMENTO JA LANCADO. "
                 WITH NO ADVANCING.
            DISPLAY "RENOVE O ARQUIVO ANTES DE GERAR MOVIMENTOS.".
            PERFORM EVENT-INIT.
            MOVE "E" TO EVENT-SEVERITY.
            MOVE "MOVP" TO EVENT-CODE.
            PERFORM EVENT-WRITE.
            PERFORM RUN-WRITE.

       SCREENED-REGISTER SECTION.
            IF BSRV-OPERATION = "I"
                 MOVE "R" TO BSRV-OPERATION
                 MOVE RUNCTL-KEY TO BSRV-RUN-KEY
                 MOVE "1" TO BSRV-RESULT
                 CALL "BATCHSRV" USING BATCHSRV-ARGV
                 MOVE SPACES TO BSRV-OPERATION.

       RUN-INIT SECTION.
            MOVE SPACES TO RUNCTL-RECORD.
            MOVE "ACCRUAL" TO RUNCTL-PROGRAM.
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
            OPEN INPUT RATE-FILE.
            IF RATE-STATUS NOT = "00"
                 DISPLAY "ERRO: TABELA DE TAXAS NAO ABERTA. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY RATE-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM RUN-WRITE
                 CLOSE FILE-NAME
                 GOBACK.
            PERFORM SCREENED-INQUIRE.
            IF BSRV-RESULT = "P"
                 PERFORM BATCH-POSTED-REFUSE
                 CLOSE FILE-NAME
                 CLOSE RATE-FILE
                 GOBACK.
            OPEN EXTEND MOVEMENT-FILE.
            IF MOVEMENT-STATUS = "35"
                 OPEN OUTPUT MOVEMENT-FILE.
            IF MOVEMENT-STATUS NOT = "00"
                 DISPLAY "ERRO: ARQUIVO DE MOVIMENTO NAO ABERTO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY MOVEMENT-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM RUN-WRITE
                 CLOSE FILE-NAME
                 CLOSE RATE-FILE
                 GOBACK.
            OPEN OUTPUT REPORT-FILE.

       FILE-CLOSE SECTION.
            CLOSE FILE-NAME.
            CLOSE RATE-FILE.
            CLOSE ACCRUALCTL-FILE.
            CLOSE MOVEMENT-FILE.
            PERFORM SCREENED-REGISTER.
            CLOSE REPORT-FILE.
            GOBACK.
