       $set ANIM
       $set ANS85
       $set AUTOLOCK
       $set BELL
       $set FILESHARE
       $set NOWARNING
       $set WRITETHROUGH
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALPROOF.

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
            SELECT PERHIST-FILE ASSIGN WS-PERHIST-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS PH-KEY
                 FILE STATUS IS PERHIST-STATUS.
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

       FD AUDIT-FILE.
           COPY AUDITREC.

       SD SORT-WORK.
       01   PROOF-SORT-RECORD.
            03 PRS-KEY                  PIC X(20).
            03 PRS-TIMESTAMP            PIC X(21).
            03 PRS-KIND                 PIC X(01).
            03 PRS-OPERATION            PIC X(01).
            03 PRS-PROGRAM              PIC X(08).
            03 PRS-MOV-TYPE             PIC X(01).
            03 PRS-MOV-AMOUNT           PIC 9(13)V99.
            03 PRS-PERIOD               PIC X(06).
            03 PRS-IMAGE-AMOUNT         PIC S9(13)V99.

       FD PERHIST-FILE.
           COPY PERHIST.

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
       01   WS-AUDIT-PATH               PIC X(100)
                                        VALUE "{{ AUDITFILE }}".
       01   WS-PERHIST-PATH             PIC X(100)
                                        VALUE "{{ PERHISTFILE }}".
       01   WS-REPORT-PATH              PIC X(100)
                                        VALUE "{{ REPORTFILE }}".
       01   WS-RUNCTL-PATH              PIC X(100)
                                        VALUE "{{ RUNCTLFILE }}".
       01   WS-EVENT-PATH               PIC X(100)
                                        VALUE "{{ EVENTFILE }}".
       01   FILE-STATUS                 PIC X(02) VALUE SPACES.
       01   JOURNAL-STATUS              PIC X(02) VALUE SPACES.
       01   AUDIT-STATUS                PIC X(02) VALUE SPACES.
       01   PERHIST-STATUS              PIC X(02) VALUE SPACES.
       01   REPORT-STATUS               PIC X(02) VALUE SPACES.
       01   RUNCTL-STATUS               PIC X(02) VALUE SPACES.
       01   EVENT-STATUS                PIC X(02) VALUE SPACES.
       01   WS-SORT-EOF                 PIC X(01) VALUE "N".
       01   WS-MASTER-EOF               PIC X(01) VALUE "N".
       01   WS-PERIOD                   PIC X(06) VALUE SPACES.
       01   WS-MASTER-KEY               PIC X(20) VALUE SPACES.
       01   WS-GROUP-KEY                PIC X(20) VALUE SPACES.
       01   WS-MASTER-AMOUNT            PIC S9(13)V99 VALUE ZERO.
       01   WS-OPENING                  PIC S9(13)V99 VALUE ZERO.
       01   WS-RUNNING                  PIC S9(13)V99 VALUE ZERO.
       01   WS-PREV-IMAGE               PIC S9(13)V99 VALUE ZERO.
       01   WS-DIFFERENCE               PIC S9(13)V99 VALUE ZERO.
       01   WS-OPEN-KNOWN               PIC X(01) VALUE "N".
       01   WS-EXISTED                  PIC X(01) VALUE "N".
       01   WS-IN-PERIOD                PIC X(01) VALUE "N".
       01   WS-DERIVED                  PIC X(01) VALUE "N".
       01   WS-LAST-PROGRAM             PIC X(08) VALUE SPACES.
       01   WS-LAST-TOUCH               PIC X(21) VALUE SPACES.
       01   WS-READ-COUNT               PIC 9(9) VALUE 0.
       01   WS-ORPHAN-COUNT             PIC 9(9) VALUE 0.
       01   WS-PROVED-COUNT             PIC 9(9) VALUE 0.
       01   WS-OUT-COUNT                PIC 9(9) VALUE 0.
       01   WS-DERIVED-COUNT            PIC 9(9) VALUE 0.
       01   WS-OPENING-COUNT            PIC 9(9) VALUE 0.
       01   WS-RECON-COUNT              PIC 9(9) VALUE 0.
       01   WS-OPENING-TOTAL            PIC S9(13)V99 VALUE ZERO.
       01   WS-EXPECTED-TOTAL           PIC S9(13)V99 VALUE ZERO.
       01   WS-LIVE-TOTAL               PIC S9(13)V99 VALUE ZERO.
       01   WS-DIFFERENCE-TOTAL         PIC S9(13)V99 VALUE ZERO.
       01   WS-RUN-START                PIC X(21) VALUE SPACES.
       01   WS-CTL-FOUND                PIC X(01) VALUE "N".
       01   WS-CTL-PROGRAM              PIC X(08) VALUE SPACES.
       01   WS-CTL-TIMESTAMP            PIC X(21) VALUE SPACES.
       01   WS-CTL-CLOSING              PIC 9(09) VALUE 0.
       01   WS-PROOF                    PIC X(10) VALUE SPACES.
       01   WS-EDIT-EXPECTED            PIC -9(13),99.
       01   WS-EDIT-LIVE                PIC -9(13),99.
       01   WS-EDIT-DIFFERENCE          PIC -9(13),99.
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
            03 OUT-OF-PROOF-COUNT       PIC 9(9).
            03 DIFFERENCE-TOTAL         PIC S9(13)V99.

       PROCEDURE DIVISION USING ARGV.

       BEGIN.
            PERFORM CONFIG-RESOLVE.
            MOVE "1" TO RESULT-CODE.
            MOVE 0 TO OUT-OF-PROOF-COUNT.
            MOVE ZERO TO DIFFERENCE-TOTAL.
            MOVE 0 TO WS-READ-COUNT.
            MOVE 0 TO WS-ORPHAN-COUNT.
            MOVE 0 TO WS-PROVED-COUNT.
            MOVE 0 TO WS-OUT-COUNT.
            MOVE 0 TO WS-DERIVED-COUNT.
            MOVE 0 TO WS-OPENING-COUNT.
            MOVE 0 TO WS-RECON-COUNT.
            MOVE ZERO TO WS-OPENING-TOTAL.
            MOVE ZERO TO WS-EXPECTED-TOTAL.
            MOVE ZERO TO WS-LIVE-TOTAL.
            MOVE ZERO TO WS-DIFFERENCE-TOTAL.
            IF PERIOD = SPACES
                 MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIOD
            ELSE
                 MOVE PERIOD TO WS-PERIOD.
            IF WS-PERIOD NOT NUMERIC
                 DISPLAY "ERRO: PERIODO INVALIDO."
                 GOBACK.
            PERFORM AUTH-CHECK.
            PERFORM RUN-INIT.
            PERFORM FILE-OPEN.
            PERFORM REPORT-HEADER.
            SORT SORT-WORK
                 ON ASCENDING KEY PRS-KEY PRS-TIMESTAMP PRS-KIND
                 INPUT PROCEDURE IS PROOF-INPUT
                 OUTPUT PROCEDURE IS PROOF-OUTPUT.
            PERFORM PERHIST-RECONCILE.
            PERFORM RUNCTL-RECONCILE.
            PERFORM REPORT-TOTALS.
            DISPLAY "MESTRES LIDOS: " WITH NO ADVANCING.
            DISPLAY WS-READ-COUNT.
            DISPLAY "CHAVES CONFERIDAS: " WITH NO ADVANCING.
            DISPLAY WS-PROVED-COUNT.
            DISPLAY "CHAVES FORA DE PROVA: " WITH NO ADVANCING.
            DISPLAY WS-OUT-COUNT.
            DISPLAY "CHAVES SEM SALDO DE ABERTURA: " WITH NO ADVANCING.
            DISPLAY WS-DERIVED-COUNT.
            DISPLAY "DIFERENCAS DE TOTAIS: " WITH NO ADVANCING.
            DISPLAY WS-RECON-COUNT.
            DISPLAY "DIFERENCA TOTAL: " WITH NO ADVANCING.
            DISPLAY WS-DIFFERENCE-TOTAL.
            IF WS-MASTER-EOF = "Y"
                 MOVE "C" TO RUNCTL-FINAL-STATUS
                 IF WS-OUT-COUNT = 0 AND WS-RECON-COUNT = 0
                      MOVE "0" TO RESULT-CODE
                 ELSE
                      MOVE "2" TO RESULT-CODE
                 END-IF.
            MOVE WS-OUT-COUNT TO OUT-OF-PROOF-COUNT.
            MOVE WS-DIFFERENCE-TOTAL TO DIFFERENCE-TOTAL.
            MOVE WS-READ-COUNT TO RUNCTL-READ-COUNT.
            COMPUTE RUNCTL-ERROR-COUNT = WS-OUT-COUNT + WS-RECON-COUNT.
            MOVE WS-LIVE-TOTAL TO RUNCTL-AMOUNT-TOTAL.
            MOVE WS-READ-COUNT TO RUNCTL-CLOSING-COUNT.
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
            MOVE "PERHISTFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-PERHIST-PATH.
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

       PROOF-INPUT SECTION.
            OPEN INPUT AUDIT-FILE.
            IF AUDIT-STATUS = "00"
                 PERFORM AUDIT-READ
                 PERFORM AUDIT-RELEASE-LOOP
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

       AUDIT-RELEASE-LOOP SECTION.
            IF AUDIT-KEY NOT = SPACES
                 MOVE SPACES TO PROOF-SORT-RECORD
                 MOVE AUDIT-KEY TO PRS-KEY
                 MOVE AUDIT-TIMESTAMP TO PRS-TIMESTAMP
                 MOVE "A" TO PRS-KIND
                 MOVE AUDIT-OPERATION TO PRS-OPERATION
                 MOVE AUDIT-PROGRAM TO PRS-PROGRAM
                 MOVE ZERO TO PRS-MOV-AMOUNT
                 MOVE ZERO TO PRS-IMAGE-AMOUNT
                 RELEASE PROOF-SORT-RECORD.
            PERFORM AUDIT-READ.

       JOURNAL-READ SECTION.
            READ JOURNAL-FILE.

       JOURNAL-RELEASE-LOOP SECTION.
            IF JRN-OPERATION NOT = "X" AND JRN-KEY NOT = SPACES
                 MOVE SPACES TO PROOF-SORT-RECORD
                 MOVE JRN-KEY TO PRS-KEY
                 MOVE JRN-TIMESTAMP TO PRS-TIMESTAMP
                 MOVE "J" TO PRS-KIND
                 MOVE JRN-OPERATION TO PRS-OPERATION
                 MOVE JRN-RUN-KEY(22:8) TO PRS-PROGRAM
                 MOVE JRN-MOV-TYPE TO PRS-MOV-TYPE
                 MOVE ZERO TO PRS-MOV-AMOUNT
                 MOVE JRN-TIMESTAMP(1:6) TO PRS-PERIOD
                 IF JRN-MOV-TYPE NOT = SPACES
                      MOVE JRN-MOV-AMOUNT TO PRS-MOV-AMOUNT
                 END-IF
                 IF JRN-OPERATION = "D"
                      MOVE ZERO TO PRS-IMAGE-AMOUNT
                 ELSE
                      MOVE JRN-IMAGE TO {{ MAINRECORD }}
                      MOVE {{ AMOUNTFIELD }} TO PRS-IMAGE-AMOUNT
                 END-IF
                 RELEASE PROOF-SORT-RECORD.
            PERFORM JOURNAL-READ.

       PROOF-OUTPUT SECTION.
            MOVE "N" TO WS-SORT-EOF.
            MOVE "N" TO WS-MASTER-EOF.
            PERFORM PROOF-RETURN.
            MOVE LOW-VALUES TO {{ KEYNAME }}.
            START FILE-NAME KEY NOT LESS {{ SUPERKEYNAME }}.
            IF FILE-STATUS = "00"
                 PERFORM FILE-READ.
            PERFORM MASTER-LOOP UNTIL FILE-STATUS NOT = "00".
            IF FILE-STATUS = "10" OR FILE-STATUS = "23"
                 MOVE "Y" TO WS-MASTER-EOF.
            PERFORM ORPHAN-KEY UNTIL WS-SORT-EOF = "Y".

       PROOF-RETURN SECTION.
            RETURN SORT-WORK
                 AT END MOVE "Y" TO WS-SORT-EOF
            END-RETURN.

       FILE-READ SECTION.
            READ FILE-NAME NEXT IGNORE LOCK.

       MASTER-LOOP SECTION.
            ADD 1 TO WS-READ-COUNT.
            MOVE {{ KEYNAME }} TO WS-MASTER-KEY.
            MOVE {{ AMOUNTFIELD }} TO WS-MASTER-AMOUNT.
            PERFORM ORPHAN-KEY
                 UNTIL WS-SORT-EOF = "Y"
                 OR PRS-KEY NOT < WS-MASTER-KEY.
            MOVE WS-MASTER-KEY TO WS-GROUP-KEY.
            PERFORM KEY-ACCUMULATE.
            IF WS-OPEN-KNOWN = "N" AND WS-IN-PERIOD = "N"
                 MOVE WS-MASTER-AMOUNT TO WS-OPENING
                 MOVE WS-MASTER-AMOUNT TO WS-RUNNING
                 MOVE "Y" TO WS-EXISTED
                 MOVE "Y" TO WS-DERIVED.
            PERFORM KEY-PROVE.
            PERFORM FILE-READ.

       ORPHAN-KEY SECTION.
            ADD 1 TO WS-ORPHAN-COUNT.
            MOVE PRS-KEY TO WS-GROUP-KEY.
            MOVE ZERO TO WS-MASTER-AMOUNT.
            PERFORM KEY-ACCUMULATE.
            PERFORM KEY-PROVE.

       KEY-ACCUMULATE SECTION.
            MOVE ZERO TO WS-OPENING.
            MOVE ZERO TO WS-RUNNING.
            MOVE ZERO TO WS-PREV-IMAGE.
            MOVE "N" TO WS-OPEN-KNOWN.
            MOVE "N" TO WS-EXISTED.
            MOVE "N" TO WS-IN-PERIOD.
            MOVE "N" TO WS-DERIVED.
            MOVE SPACES TO WS-LAST-PROGRAM.
            MOVE SPACES TO WS-LAST-TOUCH.
            PERFORM KEY-ENTRY-STEP
                 UNTIL WS-SORT-EOF = "Y"
                 OR PRS-KEY NOT = WS-GROUP-KEY.
            IF WS-IN-PERIOD = "N"
                 MOVE WS-OPENING TO WS-RUNNING.

       KEY-ENTRY-STEP SECTION.
            IF PRS-PROGRAM NOT = SPACES
                 MOVE PRS-PROGRAM TO WS-LAST-PROGRAM
                 MOVE PRS-TIMESTAMP TO WS-LAST-TOUCH.
            IF PRS-KIND = "J"
                 IF PRS-PERIOD < WS-PERIOD
                      PERFORM OPENING-APPLY
                 ELSE
                      PERFORM CHANGE-APPLY
                 END-IF.
            PERFORM PROOF-RETURN.

       OPENING-APPLY SECTION.
            MOVE PRS-IMAGE-AMOUNT TO WS-OPENING.
            MOVE "Y" TO WS-OPEN-KNOWN.
            IF PRS-OPERATION = "D"
                 MOVE "N" TO WS-EXISTED
            ELSE
                 MOVE "Y" TO WS-EXISTED.

       CHANGE-APPLY SECTION.
            IF WS-IN-PERIOD = "N"
                 IF WS-OPEN-KNOWN = "N"
                      PERFORM OPENING-DERIVE
                 END-IF
                 MOVE WS-OPENING TO WS-RUNNING
                 MOVE WS-OPENING TO WS-PREV-IMAGE
                 MOVE "Y" TO WS-IN-PERIOD.
            IF PRS-MOV-TYPE = "D"
                 SUBTRACT PRS-MOV-AMOUNT FROM WS-RUNNING
            ELSE IF PRS-MOV-TYPE NOT = SPACES
                 ADD PRS-MOV-AMOUNT TO WS-RUNNING
            ELSE
                 COMPUTE WS-RUNNING =
                      WS-RUNNING + PRS-IMAGE-AMOUNT - WS-PREV-IMAGE.
            MOVE PRS-IMAGE-AMOUNT TO WS-PREV-IMAGE.

       OPENING-DERIVE SECTION.
            IF PRS-OPERATION = "I"
                 MOVE ZERO TO WS-OPENING
                 MOVE "N" TO WS-EXISTED
            ELSE
                 MOVE "Y" TO WS-EXISTED
                 MOVE "Y" TO WS-DERIVED
                 IF PRS-MOV-TYPE = "D"
                      COMPUTE WS-OPENING =
                           PRS-IMAGE-AMOUNT + PRS-MOV-AMOUNT
                 ELSE IF PRS-MOV-TYPE NOT = SPACES
                      COMPUTE WS-OPENING =
                           PRS-IMAGE-AMOUNT - PRS-MOV-AMOUNT
                 ELSE
                      MOVE PRS-IMAGE-AMOUNT TO WS-OPENING
                 END-IF.

       KEY-PROVE SECTION.
            IF WS-DERIVED = "Y"
                 ADD 1 TO WS-DERIVED-COUNT.
            IF WS-EXISTED = "Y"
                 ADD 1 TO WS-OPENING-COUNT
                 ADD WS-OPENING TO WS-OPENING-TOTAL.
            ADD WS-RUNNING TO WS-EXPECTED-TOTAL.
            ADD WS-MASTER-AMOUNT TO WS-LIVE-TOTAL.
            COMPUTE WS-DIFFERENCE = WS-MASTER-AMOUNT - WS-RUNNING.
            IF WS-DIFFERENCE = ZERO
                 ADD 1 TO WS-PROVED-COUNT
            ELSE
                 ADD 1 TO WS-OUT-COUNT
                 ADD WS-DIFFERENCE TO WS-DIFFERENCE-TOTAL
                 PERFORM REPORT-OUT-OF-PROOF
                 PERFORM EVENT-INIT
                 MOVE WS-GROUP-KEY TO EVENT-KEY
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "PROF" TO EVENT-CODE
                 PERFORM EVENT-WRITE.

       PERHIST-RECONCILE SECTION.
            OPEN INPUT PERHIST-FILE.
            MOVE "{{ DATAFILE }}" TO PH-DATAFILE.
            MOVE WS-PERIOD TO PH-PERIOD.
            IF PERHIST-STATUS = "00"
                 READ PERHIST-FILE.
            IF PERHIST-STATUS NOT = "00"
                 DISPLAY "AVISO: PERIODO SEM HISTORICO: "
                      WITH NO ADVANCING
                 DISPLAY WS-PERIOD
                 MOVE SPACES TO REPORT-LINE
                 STRING "PERHIST;" WS-PERIOD ";SEM HISTORICO"
                      DELIMITED BY SIZE INTO REPORT-LINE
                 WRITE REPORT-LINE
            ELSE
                 IF PH-OPENING-COUNT = WS-OPENING-COUNT
                      AND PH-OPENING-AMOUNT = WS-OPENING-TOTAL
                      MOVE "OK" TO WS-PROOF
                 ELSE
                      MOVE "DIVERGENTE" TO WS-PROOF
                      ADD 1 TO WS-RECON-COUNT
                      PERFORM EVENT-INIT
                      MOVE "E" TO EVENT-SEVERITY
                      MOVE "PROF" TO EVENT-CODE
                      PERFORM EVENT-WRITE
                 END-IF
                 MOVE PH-OPENING-AMOUNT TO WS-EDIT-EXPECTED
                 MOVE WS-OPENING-TOTAL TO WS-EDIT-LIVE
                 MOVE SPACES TO REPORT-LINE
                 STRING "PERHIST;" WS-PERIOD ";" PH-OPENING-COUNT ";"
                      WS-OPENING-COUNT ";" WS-EDIT-EXPECTED ";"
                      WS-EDIT-LIVE ";" WS-PROOF
                      DELIMITED BY SIZE INTO REPORT-LINE
                 WRITE REPORT-LINE.
            CLOSE PERHIST-FILE.

       RUNCTL-RECONCILE SECTION.
            MOVE "N" TO WS-CTL-FOUND.
            MOVE SPACES TO WS-CTL-TIMESTAMP.
            MOVE RUNCTL-START-TIMESTAMP TO WS-RUN-START.
            OPEN INPUT RUNCTL-FILE.
            IF RUNCTL-STATUS = "00"
                 MOVE LOW-VALUES TO RUNCTL-KEY
                 START RUNCTL-FILE KEY NOT LESS RUNCTL-KEY
                 IF RUNCTL-STATUS = "00"
                      PERFORM RUNCTL-READ
                      PERFORM RUNCTL-SCAN-LOOP
                           UNTIL RUNCTL-STATUS NOT = "00"
                 END-IF.
            CLOSE RUNCTL-FILE.
            MOVE WS-RUN-START TO RUNCTL-START-TIMESTAMP.
            PERFORM RUN-INIT-KEEP.
            IF WS-CTL-FOUND = "N"
                 MOVE SPACES TO REPORT-LINE
                 STRING "RUNCTL;SEM EXECUCAO CONCLUIDA"
                      DELIMITED BY SIZE INTO REPORT-LINE
                 WRITE REPORT-LINE
            ELSE
                 IF WS-CTL-CLOSING = WS-READ-COUNT
                      MOVE "OK" TO WS-PROOF
                 ELSE
                      MOVE "DIVERGENTE" TO WS-PROOF
                      ADD 1 TO WS-RECON-COUNT
                      PERFORM EVENT-INIT
                      MOVE "E" TO EVENT-SEVERITY
                      MOVE "PROF" TO EVENT-CODE
                      PERFORM EVENT-WRITE
                 END-IF
                 MOVE SPACES TO REPORT-LINE
                 STRING "RUNCTL;" WS-CTL-PROGRAM ";" WS-CTL-TIMESTAMP
                      ";" WS-CTL-CLOSING ";" WS-READ-COUNT ";"
                      WS-PROOF
                      DELIMITED BY SIZE INTO REPORT-LINE
                 WRITE REPORT-LINE.

       RUNCTL-READ SECTION.
            READ RUNCTL-FILE NEXT IGNORE LOCK.

       RUNCTL-SCAN-LOOP SECTION.
            IF RUNCTL-DATAFILE = "{{ DATAFILE }}"
                 AND RUNCTL-FINAL-STATUS = "C"
                 AND RUNCTL-PROGRAM NOT = "BALPROOF"
                 AND RUNCTL-START-TIMESTAMP NOT < WS-CTL-TIMESTAMP
                 MOVE "Y" TO WS-CTL-FOUND
                 MOVE RUNCTL-PROGRAM TO WS-CTL-PROGRAM
                 MOVE RUNCTL-START-TIMESTAMP TO WS-CTL-TIMESTAMP
                 MOVE RUNCTL-CLOSING-COUNT TO WS-CTL-CLOSING.
            PERFORM RUNCTL-READ.

       REPORT-HEADER SECTION.
            MOVE SPACES TO REPORT-LINE.
            STRING "PROVA DE SALDOS;{{ DATAFILE }};" WS-PERIOD ";"
                 USER-ID
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-OUT-OF-PROOF SECTION.
            MOVE WS-RUNNING TO WS-EDIT-EXPECTED.
            MOVE WS-MASTER-AMOUNT TO WS-EDIT-LIVE.
            MOVE WS-DIFFERENCE TO WS-EDIT-DIFFERENCE.
            MOVE SPACES TO REPORT-LINE.
            STRING "FORA;" WS-GROUP-KEY ";" WS-EDIT-EXPECTED ";"
                 WS-EDIT-LIVE ";" WS-EDIT-DIFFERENCE ";"
                 WS-LAST-PROGRAM ";" WS-LAST-TOUCH
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-TOTALS SECTION.
            MOVE WS-EXPECTED-TOTAL TO WS-EDIT-EXPECTED.
            MOVE WS-LIVE-TOTAL TO WS-EDIT-LIVE.
            MOVE WS-DIFFERENCE-TOTAL TO WS-EDIT-DIFFERENCE.
            MOVE SPACES TO REPORT-LINE.
            STRING "TOTAL;" WS-READ-COUNT ";" WS-ORPHAN-COUNT ";"
                 WS-OUT-COUNT ";" WS-EDIT-EXPECTED ";" WS-EDIT-LIVE
                 ";" WS-EDIT-DIFFERENCE ";" WS-DERIVED-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       EVENT-INIT SECTION.
            MOVE SPACES TO EVENT-RECORD.
            MOVE "BALPROOF" TO EVENT-PROGRAM.
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
            MOVE "BALPROOF" TO RUNCTL-PROGRAM.
            MOVE FUNCTION CURRENT-DATE TO RUNCTL-START-TIMESTAMP.
            PERFORM RUN-INIT-KEEP.

       RUN-INIT-KEEP SECTION.
            MOVE "BALPROOF" TO RUNCTL-PROGRAM.
            MOVE "{{ DATAFILE }}" TO RUNCTL-DATAFILE.
            MOVE 0 TO RUNCTL-READ-COUNT.
            MOVE 0 TO RUNCTL-WRITTEN-COUNT.
            MOVE 0 TO RUNCTL-DELETED-COUNT.
            MOVE 0 TO RUNCTL-ERROR-COUNT.
            MOVE 0 TO RUNCTL-CLOSING-COUNT.
            MOVE ZERO TO RUNCTL-AMOUNT-TOTAL.
            MOVE 0 TO RUNCTL-SKIPPED-COUNT.
            MOVE SPACES TO RUNCTL-REFERENCE-KEY.
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
            OPEN OUTPUT REPORT-FILE.

       FILE-CLOSE SECTION.
            CLOSE FILE-NAME.
            CLOSE REPORT-FILE.
            GOBACK.
