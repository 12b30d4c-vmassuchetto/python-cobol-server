       $set ANIM
       $set ANS85
       $set AUTOLOCK
       $set BELL
       $set FILESHARE
       $set NOWARNING
       $set WRITETHROUGH
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING.

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
            SELECT AUDIT-FILE ASSIGN WS-AUDIT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS AUDIT-STATUS.
            SELECT SORT-WORK ASSIGN "{{ SORTWORKFILE }}".
            SELECT HOLD-FILE ASSIGN WS-HOLD-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS HL-KEY
                 FILE STATUS IS HOLD-STATUS.
            SELECT DUNNING-FILE ASSIGN WS-DUNNING-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS DN-KEY
                 FILE STATUS IS DUNNING-STATUS.
            SELECT LETTER-FILE ASSIGN WS-LETTER-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS LETTER-STATUS.
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

       FD AUDIT-FILE.
           COPY AUDITREC.

       SD SORT-WORK.
       01   DUNNING-SORT-RECORD.
            03 DNS-KEY                  PIC X(20).

       FD HOLD-FILE.
           COPY HOLDREC.

       FD DUNNING-FILE.
           COPY DUNNREC.

       FD LETTER-FILE.
       01   LETTER-RECORD.
            03 LTR-DATAFILE             PIC X(30).
            03 LTR-MASTER-KEY           PIC X(20).
            03 LTR-CYCLE                PIC 9(03).
            03 LTR-STAGE                PIC 9(01).
            03 LTR-STAGE-NAME           PIC X(20).
            03 LTR-SENT-DATE            PIC X(08).
            03 LTR-AGE-DAYS             PIC 9(05).
            03 LTR-AMOUNT               PIC 9(13)V99.
            03 LTR-IMAGE                PIC X({{ RECORDLEN }}).

       FD REPORT-FILE.
       01   REPORT-LINE                 PIC X(132).

       FD RUNCTL-FILE.
           COPY RUNCTL.

       FD EVENT-FILE.
           COPY EVTREC.

       WORKING-STORAGE SECTION.
       01   WS-DATA-PATH                PIC X(100)
                                        VALUE "{{ DATAFILE }}".
       01   WS-AUDIT-PATH               PIC X(100)
                                        VALUE "{{ AUDITFILE }}".
       01   WS-HOLD-PATH                PIC X(100)
                                        VALUE "{{ HOLDFILE }}".
       01   WS-DUNNING-PATH             PIC X(100)
                                        VALUE "{{ DUNNINGFILE }}".
       01   WS-LETTER-PATH              PIC X(100)
                                        VALUE "{{ LETTERFILE }}".
       01   WS-REPORT-PATH              PIC X(100)
                                        VALUE "{{ REPORTFILE }}".
       01   WS-RUNCTL-PATH              PIC X(100)
                                        VALUE "{{ RUNCTLFILE }}".
       01   WS-EVENT-PATH               PIC X(100)
                                        VALUE "{{ EVENTFILE }}".
       01   FILE-STATUS                 PIC X(02) VALUE SPACES.
       01   AUDIT-STATUS                PIC X(02) VALUE SPACES.
       01   HOLD-STATUS                 PIC X(02) VALUE SPACES.
       01   DUNNING-STATUS              PIC X(02) VALUE SPACES.
       01   LETTER-STATUS               PIC X(02) VALUE SPACES.
       01   REPORT-STATUS               PIC X(02) VALUE SPACES.
       01   RUNCTL-STATUS               PIC X(02) VALUE SPACES.
       01   EVENT-STATUS                PIC X(02) VALUE SPACES.
       01   WS-SORT-EOF                 PIC X(01) VALUE "N".
       01   WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01   WS-MASTER-KEY               PIC X(20) VALUE SPACES.
       01   WS-MASTER-AMOUNT            PIC S9(13)V99 VALUE ZERO.
       01   WS-ERASED                   PIC X(01) VALUE "N".
       01   WS-DISPUTED                 PIC X(01) VALUE "N".
       01   WS-AGE                      PIC 9(05) VALUE 0.
       01   WS-DATE-OK                  PIC X(01) VALUE "Y".
       01   WS-STAGE                    PIC 9(01) VALUE 0.
       01   WS-LAST-CYCLE               PIC 9(03) VALUE 0.
       01   WS-LAST-STAGE               PIC 9(01) VALUE 0.
       01   WS-CYCLE-ACTIVE             PIC X(01) VALUE "N".
       01   WS-STAGE-NAME               PIC X(20) VALUE SPACES.
       01   WS-READ-COUNT               PIC 9(9) VALUE 0.
       01   WS-LETTER-COUNT             PIC 9(9) VALUE 0.
       01   WS-REPEAT-COUNT             PIC 9(9) VALUE 0.
       01   WS-DROPPED-COUNT            PIC 9(9) VALUE 0.
       01   WS-DISPUTED-COUNT           PIC 9(9) VALUE 0.
       01   WS-ERASED-COUNT             PIC 9(9) VALUE 0.
       01   WS-SKIPPED-COUNT            PIC 9(9) VALUE 0.
       01   WS-INVALID-COUNT            PIC 9(9) VALUE 0.
       01   WS-ERROR-COUNT              PIC 9(9) VALUE 0.
       01   WS-DEMANDED-TOTAL           PIC S9(13)V99 VALUE ZERO.
       01   WS-STAGE-COUNTS.
            03 WS-STAGE-COUNT           PIC 9(9) OCCURS 4.
       01   WS-EDIT-AMOUNT              PIC -9(13),99.
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
            03 RESULT-CODE              PIC X(01).
            03 LETTERS-COUNT            PIC 9(9).
            03 DROPPED-COUNT            PIC 9(9).

       PROCEDURE DIVISION USING ARGV.

       BEGIN.
            PERFORM CONFIG-RESOLVE.
            MOVE "1" TO RESULT-CODE.
            MOVE 0 TO LETTERS-COUNT.
            MOVE 0 TO DROPPED-COUNT.
            MOVE 0 TO WS-READ-COUNT.
            MOVE 0 TO WS-LETTER-COUNT.
            MOVE 0 TO WS-REPEAT-COUNT.
            MOVE 0 TO WS-DROPPED-COUNT.
            MOVE 0 TO WS-DISPUTED-COUNT.
            MOVE 0 TO WS-ERASED-COUNT.
            MOVE 0 TO WS-SKIPPED-COUNT.
            MOVE 0 TO WS-INVALID-COUNT.
            MOVE 0 TO WS-ERROR-COUNT.
            MOVE ZERO TO WS-DEMANDED-TOTAL.
            MOVE 0 TO WS-STAGE-COUNT(1).
            MOVE 0 TO WS-STAGE-COUNT(2).
            MOVE 0 TO WS-STAGE-COUNT(3).
            MOVE 0 TO WS-STAGE-COUNT(4).
            IF RUN-DATE = SPACES
                 MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
            ELSE
                 MOVE RUN-DATE TO WS-RUN-DATE.
            PERFORM AUTH-CHECK.
            PERFORM RUN-INIT.
            PERFORM FILE-OPEN.
            PERFORM REPORT-HEADER.
            SORT SORT-WORK
                 ON ASCENDING KEY DNS-KEY
                 INPUT PROCEDURE IS DUNNING-INPUT
                 OUTPUT PROCEDURE IS DUNNING-OUTPUT.
            PERFORM REPORT-TOTALS.
            DISPLAY "MESTRES LIDOS: " WITH NO ADVANCING.
            DISPLAY WS-READ-COUNT.
            DISPLAY "CARTAS EMITIDAS: " WITH NO ADVANCING.
            DISPLAY WS-LETTER-COUNT.
            DISPLAY "ESTAGIOS JA ENVIADOS: " WITH NO ADVANCING.
            DISPLAY WS-REPEAT-COUNT.
            DISPLAY "QUITADOS FORA DA COBRANCA: " WITH NO ADVANCING.
            DISPLAY WS-DROPPED-COUNT.
            DISPLAY "EM DISPUTA: " WITH NO ADVANCING.
            DISPLAY WS-DISPUTED-COUNT.
            DISPLAY "TITULARES ANONIMIZADOS: " WITH NO ADVANCING.
            DISPLAY WS-ERASED-COUNT.
            IF WS-INVALID-COUNT > 0
                 DISPLAY "DATAS INVALIDAS: " WITH NO ADVANCING
                 DISPLAY WS-INVALID-COUNT.
            IF (FILE-STATUS = "10" OR FILE-STATUS = "23")
                 AND WS-ERROR-COUNT = 0
                 MOVE "C" TO RUNCTL-FINAL-STATUS
                 MOVE "0" TO RESULT-CODE.
            MOVE WS-LETTER-COUNT TO LETTERS-COUNT.
            MOVE WS-DROPPED-COUNT TO DROPPED-COUNT.
            MOVE WS-READ-COUNT TO RUNCTL-READ-COUNT.
            MOVE WS-ERROR-COUNT TO RUNCTL-ERROR-COUNT.
            COMPUTE RUNCTL-SKIPPED-COUNT =
                 WS-DISPUTED-COUNT + WS-ERASED-COUNT
                 + WS-SKIPPED-COUNT.
            MOVE WS-DEMANDED-TOTAL TO RUNCTL-AMOUNT-TOTAL.
            MOVE WS-READ-COUNT TO RUNCTL-CLOSING-COUNT.
            PERFORM RUN-WRITE.
            PERFORM FILE-CLOSE.

       CONFIG-RESOLVE SECTION.
            MOVE "{{ DATAFILE }}" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-DATA-PATH.
            MOVE "AUDITFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-AUDIT-PATH.
            MOVE "HOLDFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-HOLD-PATH.
            MOVE "DUNNINGFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-DUNNING-PATH.
            MOVE "LETTERFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-LETTER-PATH.
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

       DUNNING-INPUT SECTION.
            OPEN INPUT AUDIT-FILE.
            IF AUDIT-STATUS = "00"
                 PERFORM AUDIT-READ
                 PERFORM ERASURE-RELEASE-LOOP
                      UNTIL AUDIT-STATUS NOT = "00".
            CLOSE AUDIT-FILE.

       AUDIT-READ SECTION.
            READ AUDIT-FILE.

       ERASURE-RELEASE-LOOP SECTION.
            IF AUDIT-PROGRAM = "ERASURE" AND AUDIT-OPERATION = "E"
                 MOVE AUDIT-KEY TO DNS-KEY
                 RELEASE DUNNING-SORT-RECORD.
            PERFORM AUDIT-READ.

       DUNNING-OUTPUT SECTION.
            MOVE "N" TO WS-SORT-EOF.
            PERFORM DUNNING-RETURN.
            MOVE LOW-VALUES TO {{ KEYNAME }}.
            START FILE-NAME KEY NOT LESS {{ SUPERKEYNAME }}.
            IF FILE-STATUS = "00"
                 PERFORM FILE-READ.
            PERFORM MASTER-LOOP UNTIL FILE-STATUS NOT = "00".

       DUNNING-RETURN SECTION.
            RETURN SORT-WORK
                 AT END MOVE "Y" TO WS-SORT-EOF
            END-RETURN.

       FILE-READ SECTION.
            READ FILE-NAME NEXT IGNORE LOCK.

       MASTER-LOOP SECTION.
            ADD 1 TO WS-READ-COUNT.
            MOVE {{ KEYNAME }} TO WS-MASTER-KEY.
            MOVE {{ AMOUNTFIELD }} TO WS-MASTER-AMOUNT.
            MOVE "N" TO WS-ERASED.
            PERFORM DUNNING-RETURN
                 UNTIL WS-SORT-EOF = "Y"
                 OR DNS-KEY NOT < WS-MASTER-KEY.
            PERFORM ERASURE-STEP
                 UNTIL WS-SORT-EOF = "Y"
                 OR DNS-KEY NOT = WS-MASTER-KEY.
            IF WS-ERASED = "Y"
                 ADD 1 TO WS-ERASED-COUNT
            ELSE IF {{ DELETEDFLAG }} = "S"
                 ADD 1 TO WS-SKIPPED-COUNT
            ELSE
                 PERFORM DISPUTE-CHECK
                 IF WS-DISPUTED = "Y"
                      ADD 1 TO WS-DISPUTED-COUNT
                      PERFORM REPORT-DISPUTED
                 ELSE
                      PERFORM DUNNING-EVALUATE
                 END-IF.
            PERFORM FILE-READ.

       ERASURE-STEP SECTION.
            MOVE "Y" TO WS-ERASED.
            PERFORM DUNNING-RETURN.

       DISPUTE-CHECK SECTION.
            MOVE "N" TO WS-DISPUTED.
            MOVE "{{ DATAFILE }}" TO HL-DATAFILE.
            MOVE WS-MASTER-KEY TO HL-MASTER-KEY.
            MOVE 0 TO HL-SEQ.
            START HOLD-FILE KEY NOT LESS HL-KEY.
            IF HOLD-STATUS = "00"
                 PERFORM HOLD-READ
                 PERFORM HOLD-DISPUTE-LOOP
                      UNTIL HOLD-STATUS NOT = "00"
                      OR HL-DATAFILE NOT = "{{ DATAFILE }}"
                      OR HL-MASTER-KEY NOT = WS-MASTER-KEY
                      OR WS-DISPUTED = "Y".

       HOLD-READ SECTION.
            READ HOLD-FILE NEXT IGNORE LOCK.

       HOLD-DISPUTE-LOOP SECTION.
            IF HL-KIND = "H" AND HL-STATUS = "A"
                 AND HL-REASON-CODE = "DP"
                 AND HL-PLACED-DATE NOT > WS-RUN-DATE
                 AND (HL-EXPIRY-DATE = SPACES
                 OR HL-EXPIRY-DATE NOT < WS-RUN-DATE)
                 MOVE "Y" TO WS-DISPUTED
            ELSE
                 PERFORM HOLD-READ.

       DUNNING-EVALUATE SECTION.
            PERFORM HISTORY-SCAN.
            PERFORM STAGE-SELECT.
            IF WS-DATE-OK = "N"
                 ADD 1 TO WS-SKIPPED-COUNT
            ELSE IF WS-STAGE = 0
                 IF WS-CYCLE-ACTIVE = "Y"
                      PERFORM CYCLE-CLOSE
                 END-IF
            ELSE
                 IF WS-CYCLE-ACTIVE = "N"
                      ADD 1 TO WS-LAST-CYCLE
                      MOVE 0 TO WS-LAST-STAGE
                 END-IF
                 IF WS-STAGE > WS-LAST-STAGE
                      PERFORM LETTER-SEND
                 ELSE
                      ADD 1 TO WS-REPEAT-COUNT
                 END-IF.

       HISTORY-SCAN SECTION.
            MOVE 0 TO WS-LAST-CYCLE.
            MOVE 0 TO WS-LAST-STAGE.
            MOVE "N" TO WS-CYCLE-ACTIVE.
            PERFORM HISTORY-START.
            IF DUNNING-STATUS = "00"
                 PERFORM HISTORY-READ
                 PERFORM HISTORY-SCAN-LOOP
                      UNTIL DUNNING-STATUS NOT = "00".

       HISTORY-START SECTION.
            MOVE "{{ DATAFILE }}" TO DN-DATAFILE.
            MOVE WS-MASTER-KEY TO DN-MASTER-KEY.
            MOVE 0 TO DN-CYCLE.
            MOVE 0 TO DN-STAGE.
            START DUNNING-FILE KEY NOT LESS DN-KEY.

       HISTORY-READ SECTION.
            READ DUNNING-FILE NEXT.
            IF DUNNING-STATUS = "00"
                 AND (DN-DATAFILE NOT = "{{ DATAFILE }}"
                      OR DN-MASTER-KEY NOT = WS-MASTER-KEY)
                 MOVE "10" TO DUNNING-STATUS.

       HISTORY-SCAN-LOOP SECTION.
            IF DN-CYCLE > WS-LAST-CYCLE
                 MOVE DN-CYCLE TO WS-LAST-CYCLE
                 MOVE 0 TO WS-LAST-STAGE
                 MOVE "N" TO WS-CYCLE-ACTIVE.
            IF DN-STATUS = "A"
                 MOVE "Y" TO WS-CYCLE-ACTIVE
                 IF DN-STAGE > WS-LAST-STAGE
                      MOVE DN-STAGE TO WS-LAST-STAGE
                 END-IF.
            PERFORM HISTORY-READ.

       STAGE-SELECT SECTION.
            MOVE 0 TO WS-STAGE.
            MOVE 0 TO WS-AGE.
            MOVE "Y" TO WS-DATE-OK.
            IF WS-MASTER-AMOUNT > 0
                 PERFORM AGE-COMPUTE.
            IF WS-AGE > 120
                 MOVE 4 TO WS-STAGE
            ELSE IF WS-AGE > 90
                 MOVE 3 TO WS-STAGE
            ELSE IF WS-AGE > 60
                 MOVE 2 TO WS-STAGE
            ELSE IF WS-AGE > 30
                 MOVE 1 TO WS-STAGE.

       AGE-COMPUTE SECTION.
            MOVE SPACES TO DATESRV-ARGV.
            MOVE "D" TO DSRV-OPERATION.
            MOVE {{ DATEFIELD }} TO DSRV-INPUT.
            MOVE WS-RUN-DATE TO DSRV-OUTPUT.
            MOVE 0 TO DSRV-DAYS.
            MOVE "1" TO DSRV-RESULT.
            CALL "DATESRV" USING DATESRV-ARGV.
            IF DSRV-RESULT NOT = "0"
                 MOVE "N" TO WS-DATE-OK
                 ADD 1 TO WS-INVALID-COUNT
            ELSE
                 MOVE DSRV-DAYS TO WS-AGE.

       STAGE-NAME-SET SECTION.
            IF WS-STAGE = 1
                 MOVE "LEMBRETE" TO WS-STAGE-NAME
            ELSE IF WS-STAGE = 2
                 MOVE "SEGUNDO AVISO" TO WS-STAGE-NAME
            ELSE IF WS-STAGE = 3
                 MOVE "NOTIFICACAO FINAL" TO WS-STAGE-NAME
            ELSE
                 MOVE "COBRANCA EXTERNA" TO WS-STAGE-NAME.

       LETTER-SEND SECTION.
            PERFORM STAGE-NAME-SET.
            MOVE SPACES TO DUNNING-RECORD.
            MOVE "{{ DATAFILE }}" TO DN-DATAFILE.
            MOVE WS-MASTER-KEY TO DN-MASTER-KEY.
            MOVE WS-LAST-CYCLE TO DN-CYCLE.
            MOVE WS-STAGE TO DN-STAGE.
            MOVE "A" TO DN-STATUS.
            MOVE WS-RUN-DATE TO DN-SENT-DATE.
            MOVE WS-AGE TO DN-AGE-DAYS.
            MOVE WS-MASTER-AMOUNT TO DN-AMOUNT.
            MOVE RUNCTL-KEY TO DN-RUN-KEY.
            MOVE FUNCTION CURRENT-DATE TO DN-TIMESTAMP.
            WRITE DUNNING-RECORD.
            IF DUNNING-STATUS NOT = "00"
                 PERFORM HISTORY-ERROR
            ELSE
                 PERFORM LETTER-WRITE
                 ADD 1 TO WS-LETTER-COUNT
                 ADD 1 TO WS-STAGE-COUNT(WS-STAGE)
                 ADD WS-MASTER-AMOUNT TO WS-DEMANDED-TOTAL
                 PERFORM REPORT-LETTER.

       LETTER-WRITE SECTION.
            MOVE SPACES TO LETTER-RECORD.
            MOVE "{{ DATAFILE }}" TO LTR-DATAFILE.
            MOVE WS-MASTER-KEY TO LTR-MASTER-KEY.
            MOVE DN-CYCLE TO LTR-CYCLE.
            MOVE DN-STAGE TO LTR-STAGE.
            MOVE WS-STAGE-NAME TO LTR-STAGE-NAME.
            MOVE DN-SENT-DATE TO LTR-SENT-DATE.
            MOVE DN-AGE-DAYS TO LTR-AGE-DAYS.
            MOVE DN-AMOUNT TO LTR-AMOUNT.
            MOVE {{ MAINRECORD }} TO LTR-IMAGE.
            WRITE LETTER-RECORD.

       CYCLE-CLOSE SECTION.
            PERFORM HISTORY-START.
            IF DUNNING-STATUS = "00"
                 PERFORM HISTORY-READ
                 PERFORM CYCLE-CLOSE-LOOP
                      UNTIL DUNNING-STATUS NOT = "00".
            ADD 1 TO WS-DROPPED-COUNT.
            PERFORM REPORT-DROPPED.

       CYCLE-CLOSE-LOOP SECTION.
            IF DN-STATUS = "A"
                 MOVE "P" TO DN-STATUS
                 MOVE WS-RUN-DATE TO DN-CLOSED-DATE
                 MOVE FUNCTION CURRENT-DATE TO DN-TIMESTAMP
                 REWRITE DUNNING-RECORD
                 IF DUNNING-STATUS NOT = "00"
                      PERFORM HISTORY-ERROR
                 END-IF.
            PERFORM HISTORY-READ.

       HISTORY-ERROR SECTION.
            ADD 1 TO WS-ERROR-COUNT.
            DISPLAY "ERRO: HISTORICO DE COBRANCA NAO GRAVADO: "
                 WITH NO ADVANCING.
            DISPLAY WS-MASTER-KEY WITH NO ADVANCING.
            DISPLAY " FILE-STATUS " WITH NO ADVANCING.
            DISPLAY DUNNING-STATUS WITH NO ADVANCING.
            DISPLAY ".".
            PERFORM EVENT-INIT.
            MOVE WS-MASTER-KEY TO EVENT-KEY.
            MOVE "E" TO EVENT-SEVERITY.
            MOVE "IOER" TO EVENT-CODE.
            PERFORM EVENT-WRITE.

       REPORT-HEADER SECTION.
            MOVE SPACES TO REPORT-LINE.
            STRING "COBRANCA;{{ DATAFILE }};" WS-RUN-DATE ";" USER-ID
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-LETTER SECTION.
            MOVE WS-MASTER-AMOUNT TO WS-EDIT-AMOUNT.
            MOVE SPACES TO REPORT-LINE.
            STRING "CARTA;" WS-MASTER-KEY ";" DN-CYCLE ";" DN-STAGE
                 ";" WS-STAGE-NAME ";" WS-AGE ";" WS-EDIT-AMOUNT
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-DROPPED SECTION.
            MOVE WS-MASTER-AMOUNT TO WS-EDIT-AMOUNT.
            MOVE SPACES TO REPORT-LINE.
            STRING "QUITADO;" WS-MASTER-KEY ";" WS-LAST-CYCLE ";"
                 WS-LAST-STAGE ";" WS-EDIT-AMOUNT
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-DISPUTED SECTION.
            MOVE WS-MASTER-AMOUNT TO WS-EDIT-AMOUNT.
            MOVE SPACES TO REPORT-LINE.
            STRING "DISPUTA;" WS-MASTER-KEY ";" HL-SEQ ";"
                 HL-REASON ";" WS-EDIT-AMOUNT
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-TOTALS SECTION.
            MOVE WS-DEMANDED-TOTAL TO WS-EDIT-AMOUNT.
            MOVE SPACES TO REPORT-LINE.
            STRING "TOTAL;" WS-LETTER-COUNT ";" WS-STAGE-COUNT(1) ";"
                 WS-STAGE-COUNT(2) ";" WS-STAGE-COUNT(3) ";"
                 WS-STAGE-COUNT(4) ";" WS-EDIT-AMOUNT ";"
                 WS-DROPPED-COUNT ";" WS-DISPUTED-COUNT ";"
                 WS-ERASED-COUNT ";" WS-READ-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       EVENT-INIT SECTION.
            MOVE SPACES TO EVENT-RECORD.
            MOVE "DUNNING" TO EVENT-PROGRAM.
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
            MOVE "DUNNING" TO RUNCTL-PROGRAM.
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
            OPEN INPUT HOLD-FILE.
            OPEN I-O DUNNING-FILE.
            IF DUNNING-STATUS NOT = "00"
                 OPEN OUTPUT DUNNING-FILE
                 CLOSE DUNNING-FILE
                 OPEN I-O DUNNING-FILE.
            OPEN OUTPUT LETTER-FILE.
            OPEN OUTPUT REPORT-FILE.

       FILE-CLOSE SECTION.
            CLOSE FILE-NAME.
            CLOSE HOLD-FILE.
            CLOSE DUNNING-FILE.
            CLOSE LETTER-FILE.
            CLOSE REPORT-FILE.
            GOBACK.
