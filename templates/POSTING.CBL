            SELECT EVENT-FILE ASSIGN WS-EVENT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS EVENT-STATUS.
            SELECT POSTCTL-FILE ASSIGN WS-POSTCTL-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS PCT-KEY
                 FILE STATUS IS POSTCTL-STATUS.
            SELECT HOLD-FILE ASSIGN WS-HOLD-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS HL-KEY
                 FILE STATUS IS HOLD-STATUS.
            SELECT DORMANT-FILE ASSIGN WS-DORMANT-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS DRM-KEY
                 FILE STATUS IS DORMANT-STATUS.
            SELECT RULE-FILE ASSIGN WS-RULE-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS SR-KEY
                 FILE STATUS IS RULE-STATUS.
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

       DATA DIVISION.

{{ FIELDS }}

       FD MOVEMENT-FILE.
           COPY MOVREC.

       FD REJECT-FILE.
           COPY REJREC.

       FD JOURNAL-FILE.
           COPY JRNREC REPLACING ==:RECLEN:== BY =={{ RECORDLEN }}==.

       FD RUNCTL-FILE.
           COPY RUNCTL.
       FD EVENT-FILE.
           COPY EVTREC.

       FD POSTCTL-FILE.
           COPY POSTCTL.

       FD HOLD-FILE.
           COPY HOLDREC.

       FD DORMANT-FILE.
           COPY DORMREC.

       FD RULE-FILE.
           COPY SCRRULE.

       FD CURRENCY-FILE.
           COPY CCYREC.

       FD FXRATE-FILE.
           COPY FXRATE.

       WORKING-STORAGE SECTION.
       01   WS-DATA-PATH                PIC X(100)
                                        VALUE "{{ DATAFILE }}".
                                        VALUE "{{ PERHISTFILE }}".
       01   WS-EVENT-PATH               PIC X(100)
                                        VALUE "{{ EVENTFILE }}".
       01   WS-POSTCTL-PATH             PIC X(100)
                                        VALUE "{{ POSTCTLFILE }}".
       01   WS-HOLD-PATH                PIC X(100)
                                        VALUE "{{ HOLDFILE }}".
       01   WS-DORMANT-PATH             PIC X(100)
                                        VALUE "{{ DORMANTFILE }}".
       01   WS-RULE-PATH                PIC X(100)
                                        VALUE "{{ SCREENRULEFILE }}".
       01   WS-CURRENCY-PATH            PIC X(100)
                                        VALUE "{{ CURRENCYFILE }}".
       01   WS-FXRATE-PATH              PIC X(100)
                                        VALUE "{{ FXRATEFILE }}".
       01   FILE-STATUS                 PIC X(02) VALUE SPACES.
       01   MOVEMENT-STATUS             PIC X(02) VALUE SPACES.
       01   REJECT-STATUS               PIC X(02) VALUE SPACES.
       01   OPSTATE-STATUS              PIC X(02) VALUE SPACES.
       01   PERHIST-STATUS              PIC X(02) VALUE SPACES.
       01   EVENT-STATUS                PIC X(02) VALUE SPACES.
       01   POSTCTL-STATUS              PIC X(02) VALUE SPACES.
       01   HOLD-STATUS                 PIC X(02) VALUE SPACES.
       01   DORMANT-STATUS              PIC X(02) VALUE SPACES.
       01   RULE-STATUS                 PIC X(02) VALUE SPACES.
       01   CURRENCY-STATUS             PIC X(02) VALUE SPACES.
       01   FXRATE-STATUS               PIC X(02) VALUE SPACES.
       01   WS-POSTED-COUNT             PIC 9(9) VALUE 0.
       01   WS-UNMATCHED-COUNT          PIC 9(9) VALUE 0.
       01   WS-ERROR-COUNT              PIC 9(9) VALUE 0.
       01   WS-PER-CACHE-PERIOD         PIC X(06) VALUE SPACES.
       01   WS-PER-CACHE-CLOSED         PIC X(01) VALUE "N".
       01   WS-POSTED-TOTAL             PIC S9(13)V99 VALUE ZERO.
       01   WS-SKIPPED-COUNT            PIC 9(9) VALUE 0.
       01   WS-MOV-SEQ                  PIC 9(9) VALUE 0.
       01   WS-RESUME-SEQ               PIC 9(9) VALUE 0.
       01   WS-BATCH-COUNT              PIC 9(9) VALUE 0.
       01   WS-BATCH-HASH               PIC 9(15)V99 VALUE ZERO.
       01   WS-BATCH-FIRST              PIC X(48) VALUE SPACES.
       01   WS-BATCH-LAST               PIC X(48) VALUE SPACES.
       01   WS-JOURNAL-COUNT            PIC 9(9) VALUE 0.
       01   WS-RECOVER-SEQ              PIC 9(9) VALUE 0.
       01   WS-RECOVER-KEY              PIC X(20) VALUE SPACES.
       01   WS-RECOVER-TYPE             PIC X(01) VALUE SPACES.
       01   WS-RECOVER-AMOUNT           PIC 9(13)V99 VALUE ZERO.
       01   WS-TODAY                    PIC X(08) VALUE SPACES.
       01   WS-BREACH-COUNT             PIC 9(9) VALUE 0.
       01   WS-FUNDS-OK                 PIC X(01) VALUE "Y".
       01   WS-HOLD-TOTAL               PIC 9(13)V99 VALUE ZERO.
       01   WS-LIMIT-AMOUNT             PIC 9(13)V99 VALUE ZERO.
       01   WS-AVAILABLE                PIC S9(13)V99 VALUE ZERO.
       01   WS-DORMANT-COUNT            PIC 9(9) VALUE 0.
       01   WS-MASTER-DORMANT           PIC X(01) VALUE "N".
       01   WS-BASE-CURRENCY            PIC X(03) VALUE SPACES.
       01   WS-MASTER-CURRENCY          PIC X(03) VALUE SPACES.
       01   WS-MOV-CURRENCY             PIC X(03) VALUE SPACES.
       01   WS-FX-RATE                  PIC 9(07)V9(08) VALUE ZERO.
       01   WS-FX-OK                    PIC X(01) VALUE "Y".
       01   WS-POST-AMOUNT              PIC 9(13)V99 VALUE ZERO.
       01   WS-NO-RATE-COUNT            PIC 9(9) VALUE 0.
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
            03 POSTED-COUNT             PIC 9(9).
            03 UNMATCHED-COUNT          PIC 9(9).
            03 POSTED-TOTAL             PIC S9(13)V99.
            03 SKIPPED-COUNT            PIC 9(9).

       PROCEDURE DIVISION USING ARGV.

            MOVE 0 TO POSTED-COUNT.
            MOVE 0 TO UNMATCHED-COUNT.
            MOVE ZERO TO POSTED-TOTAL.
            MOVE 0 TO SKIPPED-COUNT.
            MOVE 0 TO WS-POSTED-COUNT.
            MOVE 0 TO WS-UNMATCHED-COUNT.
            MOVE 0 TO WS-ERROR-COUNT.
            MOVE ZERO TO WS-POSTED-TOTAL.
            MOVE 0 TO WS-SKIPPED-COUNT.
            MOVE 0 TO WS-MOV-SEQ.
            MOVE 0 TO WS-BREACH-COUNT.
            MOVE 0 TO WS-DORMANT-COUNT.
            MOVE 0 TO WS-NO-RATE-COUNT.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            PERFORM AUTH-CHECK.
            PERFORM QUIESCE-CHECK.
            PERFORM RUN-INIT.
            PERFORM FILE-OPEN.
            PERFORM BATCH-IDENTIFY.
            PERFORM BATCH-RESUME.
            PERFORM MOVEMENT-READ.
            PERFORM POSTING-LOOP UNTIL MOVEMENT-STATUS NOT = "00".
            DISPLAY "MOVIMENTOS APLICADOS: " WITH NO ADVANCING.
            DISPLAY WS-POSTED-COUNT.
            DISPLAY "MOVIMENTOS SEM MESTRE: " WITH NO ADVANCING.
            DISPLAY WS-UNMATCHED-COUNT.
            DISPLAY "MOVIMENTOS JA APLICADOS: " WITH NO ADVANCING.
            DISPLAY WS-SKIPPED-COUNT.
            DISPLAY "MOVIMENTOS SEM SALDO DISPONIVEL: "
                 WITH NO ADVANCING.
            DISPLAY WS-BREACH-COUNT.
            DISPLAY "MOVIMENTOS EM MESTRES DORMENTES: "
                 WITH NO ADVANCING.
            DISPLAY WS-DORMANT-COUNT.
            DISPLAY "MOVIMENTOS SEM TAXA DE CAMBIO: "
                 WITH NO ADVANCING.
            DISPLAY WS-NO-RATE-COUNT.
            DISPLAY "TOTAL LANCADO: " WITH NO ADVANCING.
            DISPLAY WS-POSTED-TOTAL.
            IF MOVEMENT-STATUS = "10"
                 MOVE "C" TO RUNCTL-FINAL-STATUS
                 MOVE "0" TO RESULT-CODE
                 PERFORM BATCH-COMPLETE.
            PERFORM RUN-TOTALS.
            PERFORM RUN-CLOSING-COUNT.
            PERFORM RUN-WRITE.
            PERFORM FILE-CLOSE.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-EVENT-PATH.
            MOVE "POSTCTLFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-POSTCTL-PATH.
            MOVE "SCREENRULEFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-RULE-PATH.
            MOVE "HOLDFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-HOLD-PATH.
            MOVE "DORMANTFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-DORMANT-PATH.
            MOVE "CURRENCYFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-CURRENCY-PATH.
            MOVE "FXRATEFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-FXRATE-PATH.

       CONFIG-FETCH SECTION.
            MOVE SPACES TO CFGSRV-PATH.
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
            ADD 1 TO WS-BATCH-COUNT.
            IF WS-BATCH-COUNT = 1
                 MOVE MOVEMENT-RECORD TO WS-BATCH-FIRST.
            MOVE MOVEMENT-RECORD TO WS-BATCH-LAST.
            IF MOV-AMOUNT-X NUMERIC
                 ADD MOV-AMOUNT TO WS-BATCH-HASH.
            PERFORM MOVEMENT-READ.

       BATCH-KEY-SET SECTION.
            MOVE "{{ DATAFILE }}" TO PCT-DATAFILE.
            MOVE WS-BATCH-COUNT TO PCT-MOV-COUNT.
            MOVE WS-BATCH-HASH TO PCT-MOV-HASH.
            MOVE WS-BATCH-FIRST TO PCT-FIRST-MOVEMENT.
            MOVE WS-BATCH-LAST TO PCT-LAST-MOVEMENT.

       BATCH-RESUME SECTION.
            MOVE 0 TO WS-RESUME-SEQ.
            MOVE 0 TO WS-RECOVER-SEQ.
            IF WS-BATCH-COUNT > 0
                 PERFORM BATCH-INQUIRE
                 OPEN I-O POSTCTL-FILE
                 IF POSTCTL-STATUS NOT = "00"
                      OPEN OUTPUT POSTCTL-FILE
                      CLOSE POSTCTL-FILE
                      OPEN I-O POSTCTL-FILE
                 END-IF
                 PERFORM BATCH-KEY-SET
                 READ POSTCTL-FILE
                 IF POSTCTL-STATUS = "00"
                      PERFORM BATCH-RESUME-FOUND
                 ELSE IF BSRV-RESULT = "P"
                      PERFORM BATCH-OVERLAP-REFUSE
                 ELSE
                      PERFORM SCREEN-GATE
                      PERFORM BATCH-REGISTER
                 END-IF.

       BATCH-INQUIRE SECTION.
            MOVE SPACES TO BATCHSRV-ARGV.
            MOVE "I" TO BSRV-OPERATION.
            MOVE "{{ DATAFILE }}" TO BSRV-DATAFILE.
            MOVE WS-MOVEMENT-PATH TO BSRV-MOVEMENT-PATH.
            MOVE "1" TO BSRV-RESULT.
            CALL "BATCHSRV" USING BATCHSRV-ARGV.

       BATCH-RESUME-FOUND SECTION.
            IF PCT-STATUS = "C"
                 PERFORM BATCH-REFUSE
            ELSE IF PCT-STATUS = "S"
                 PERFORM BATCH-ACCEPT
            ELSE
                 MOVE PCT-LAST-SEQ TO WS-RESUME-SEQ
                 MOVE PCT-RUN-KEY TO RUNCTL-KEY
                 PERFORM BATCH-RECOVER-CHECK
                 DISPLAY "AVISO: LOTE RETOMADO APOS O MOVIMENTO "
                      WITH NO ADVANCING
                 DISPLAY WS-RESUME-SEQ
                 PERFORM EVENT-INIT
                 MOVE SPACES TO EVENT-KEY
                 MOVE "W" TO EVENT-SEVERITY
                 MOVE "RSTR" TO EVENT-CODE
                 PERFORM EVENT-WRITE.

       BATCH-RECOVER-CHECK SECTION.
            MOVE 0 TO WS-JOURNAL-COUNT.
            OPEN INPUT JOURNAL-FILE.
            IF JOURNAL-STATUS = "00"
                 PERFORM JOURNAL-READ
                 PERFORM BATCH-RECOVER-LOOP
                      UNTIL JOURNAL-STATUS NOT = "00".
            CLOSE JOURNAL-FILE.
            IF WS-JOURNAL-COUNT > PCT-POSTED-COUNT
                 COMPUTE WS-RECOVER-SEQ = PCT-LAST-SEQ + 1.

       JOURNAL-READ SECTION.
            READ JOURNAL-FILE.

       BATCH-RECOVER-LOOP SECTION.
            IF JRN-RUN-KEY = PCT-RUN-KEY
                 ADD 1 TO WS-JOURNAL-COUNT
                 MOVE JRN-KEY TO WS-RECOVER-KEY
                 MOVE JRN-MOV-TYPE TO WS-RECOVER-TYPE
                 MOVE JRN-MOV-AMOUNT TO WS-RECOVER-AMOUNT.
            PERFORM JOURNAL-READ.

       BATCH-ACCEPT SECTION.
            MOVE "R" TO PCT-STATUS.
            MOVE RUNCTL-KEY TO PCT-RUN-KEY.
            MOVE 0 TO PCT-LAST-SEQ.
            MOVE FUNCTION CURRENT-DATE TO PCT-TIMESTAMP.
            REWRITE POSTCTL-RECORD.
            IF POSTCTL-STATUS NOT = "00"
                 PERFORM BATCH-CONTROL-FAIL.
            PERFORM RUN-WRITE.

       SCREEN-GATE SECTION.
            OPEN INPUT RULE-FILE.
            IF RULE-STATUS = "00"
                 MOVE "{{ DATAFILE }}" TO SR-DATAFILE
                 MOVE LOW-VALUES TO SR-MOV-TYPE
                 START RULE-FILE KEY NOT LESS SR-KEY
                 IF RULE-STATUS = "00"
                      READ RULE-FILE NEXT IGNORE LOCK
                 END-IF
                 IF RULE-STATUS = "00"
                      AND SR-DATAFILE = "{{ DATAFILE }}"
                      CLOSE RULE-FILE
                      PERFORM SCREEN-REFUSE
                 END-IF.
            CLOSE RULE-FILE.

       SCREEN-REFUSE SECTION.
            DISPLAY "ERRO: LOTE DE MOVIMENTOS NAO TRIADO.".
            MOVE "1" TO RESULT-CODE.
            PERFORM EVENT-INIT.
            MOVE SPACES TO EVENT-KEY.
            MOVE "E" TO EVENT-SEVERITY.
            MOVE "SCRN" TO EVENT-CODE.
            PERFORM EVENT-WRITE.
            CLOSE POSTCTL-FILE.
            CLOSE FILE-NAME.
            CLOSE MOVEMENT-FILE.
            CLOSE HOLD-FILE.
            CLOSE DORMANT-FILE.
            CLOSE CURRENCY-FILE.
            CLOSE FXRATE-FILE.
            GOBACK.

       BATCH-REFUSE SECTION.
            DISPLAY "ERRO: LOTE DE MOVIMENTOS JA APLICADO EM "
                 WITH NO ADVANCING.
            DISPLAY PCT-RUN-KEY(1:14).
            MOVE "D" TO RESULT-CODE.
            PERFORM EVENT-INIT.
            MOVE SPACES TO EVENT-KEY.
            MOVE "E" TO EVENT-SEVERITY.
            MOVE "DUPB" TO EVENT-CODE.
            PERFORM EVENT-WRITE.
            CLOSE POSTCTL-FILE.
            CLOSE FILE-NAME.
            CLOSE MOVEMENT-FILE.
            CLOSE HOLD-FILE.
            CLOSE DORMANT-FILE.
            CLOSE CURRENCY-FILE.
            CLOSE FXRATE-FILE.
            GOBACK.

       BATCH-OVERLAP-REFUSE SECTION.
            DISPLAY "ERRO: ARQUIVO DE MOVIMENTO CONTEM LOTE JA "
                 WITH NO ADVANCING.
            DISPLAY "APLICADO. RENOVE O ARQUIVO.".
            MOVE "D" TO RESULT-CODE.
            PERFORM EVENT-INIT.
            MOVE SPACES TO EVENT-KEY.
            MOVE "E" TO EVENT-SEVERITY.
            MOVE "DUPB" TO EVENT-CODE.
            PERFORM EVENT-WRITE.
            CLOSE POSTCTL-FILE.
            CLOSE FILE-NAME.
            CLOSE MOVEMENT-FILE.
            CLOSE HOLD-FILE.
            CLOSE DORMANT-FILE.
            CLOSE CURRENCY-FILE.
            CLOSE FXRATE-FILE.
            GOBACK.

       BATCH-REGISTER SECTION.
            MOVE SPACES TO POSTCTL-RECORD.
            PERFORM BATCH-KEY-SET.
            MOVE "R" TO PCT-STATUS.
            MOVE RUNCTL-KEY TO PCT-RUN-KEY.
            MOVE 0 TO PCT-LAST-SEQ.
            MOVE 0 TO PCT-POSTED-COUNT.
            MOVE ZERO TO PCT-POSTED-TOTAL.
            MOVE FUNCTION CURRENT-DATE TO PCT-TIMESTAMP.
            WRITE POSTCTL-RECORD.
            IF POSTCTL-STATUS NOT = "00"
                 PERFORM BATCH-CONTROL-FAIL.
            PERFORM RUN-WRITE.

       BATCH-CHECKPOINT SECTION.
            MOVE WS-MOV-SEQ TO PCT-LAST-SEQ.
            MOVE FUNCTION CURRENT-DATE TO PCT-TIMESTAMP.
            REWRITE POSTCTL-RECORD.
            IF POSTCTL-STATUS NOT = "00"
                 PERFORM BATCH-CONTROL-FAIL.

       BATCH-COMPLETE SECTION.
            IF WS-BATCH-COUNT > 0
                 MOVE "C" TO PCT-STATUS
                 PERFORM BATCH-CHECKPOINT
                 DISPLAY "TOTAL DO LOTE: " WITH NO ADVANCING
                 DISPLAY PCT-POSTED-TOTAL.

       BATCH-CONTROL-FAIL SECTION.
            DISPLAY "ERRO: CONTROLE DO LOTE NAO GRAVADO. "
                 WITH NO ADVANCING.
            DISPLAY "FILE-STATUS " WITH NO ADVANCING.
            DISPLAY POSTCTL-STATUS WITH NO ADVANCING.
            DISPLAY ".".
            PERFORM EVENT-INIT.
            MOVE SPACES TO EVENT-KEY.
            MOVE "E" TO EVENT-SEVERITY.
            MOVE "IOER" TO EVENT-CODE.
            PERFORM EVENT-WRITE.
            MOVE "E" TO RUNCTL-FINAL-STATUS.
            MOVE "1" TO RESULT-CODE.
            PERFORM RUN-TOTALS.
            PERFORM RUN-WRITE.
            PERFORM FILE-CLOSE.

       RUN-TOTALS SECTION.
            MOVE WS-POSTED-COUNT TO POSTED-COUNT.
            MOVE WS-UNMATCHED-COUNT TO UNMATCHED-COUNT.
            MOVE WS-POSTED-TOTAL TO POSTED-TOTAL.
            MOVE WS-SKIPPED-COUNT TO SKIPPED-COUNT.
            COMPUTE RUNCTL-READ-COUNT = WS-POSTED-COUNT
                 + WS-UNMATCHED-COUNT + WS-ERROR-COUNT.
            COMPUTE RUNCTL-ERROR-COUNT =
                 WS-UNMATCHED-COUNT + WS-ERROR-COUNT.
            IF WS-BATCH-COUNT > 0
                 MOVE PCT-POSTED-COUNT TO RUNCTL-WRITTEN-COUNT
                 MOVE PCT-POSTED-TOTAL TO RUNCTL-AMOUNT-TOTAL
            ELSE
                 MOVE WS-POSTED-COUNT TO RUNCTL-WRITTEN-COUNT
                 MOVE WS-POSTED-TOTAL TO RUNCTL-AMOUNT-TOTAL.
            MOVE WS-SKIPPED-COUNT TO RUNCTL-SKIPPED-COUNT.

       POSTING-LOOP SECTION.
            ADD 1 TO WS-MOV-SEQ.
            IF WS-MOV-SEQ NOT > WS-RESUME-SEQ
                 ADD 1 TO WS-SKIPPED-COUNT
            ELSE IF WS-MOV-SEQ = WS-RECOVER-SEQ
                 AND MOV-KEY = WS-RECOVER-KEY
                 AND MOV-TYPE = WS-RECOVER-TYPE
                 PERFORM MOVEMENT-RECOVER
            ELSE
                 PERFORM MOVEMENT-PROCESS
                 PERFORM BATCH-CHECKPOINT.
            PERFORM MOVEMENT-READ.

       MOVEMENT-RECOVER SECTION.
            ADD 1 TO WS-SKIPPED-COUNT.
            ADD 1 TO PCT-POSTED-COUNT.
            IF WS-RECOVER-TYPE = "D"
                 SUBTRACT WS-RECOVER-AMOUNT FROM PCT-POSTED-TOTAL
            ELSE
                 ADD WS-RECOVER-AMOUNT TO PCT-POSTED-TOTAL.
            DISPLAY "AVISO: MOVIMENTO JA LANCADO NO DIARIO: "
                 WITH NO ADVANCING.
            DISPLAY MOV-KEY.
            PERFORM BATCH-CHECKPOINT.

       MOVEMENT-PROCESS SECTION.
            PERFORM PERIOD-CHECK.
            IF WS-PERIOD-CLOSED = "Y"
                 ADD 1 TO WS-ERROR-COUNT
                 PERFORM EVENT-WRITE
            ELSE
                 PERFORM MOVEMENT-POST.

       MOVEMENT-POST SECTION.
            IF MOV-AMOUNT-X NOT NUMERIC
            MOVE MOV-KEY TO {{ KEYNAME }}.
            READ FILE-NAME IGNORE LOCK.
            IF FILE-STATUS = "00"
                 PERFORM CURRENCY-CONVERT
                 IF WS-FX-OK = "Y"
                      PERFORM MOVEMENT-SCREEN
                 ELSE
                      PERFORM REJECT-RATE
                 END-IF
            ELSE
                 ADD 1 TO WS-UNMATCHED-COUNT
                 PERFORM REJECT-UNMATCHED.

       MOVEMENT-SCREEN SECTION.
            IF MOV-ORIGIN = SPACES
                 PERFORM DORMANT-CHECK
            ELSE
                 MOVE "N" TO WS-MASTER-DORMANT.
            IF WS-MASTER-DORMANT = "Y"
                 PERFORM REJECT-DORMANT
            ELSE
                 PERFORM FUNDS-CHECK
                 IF WS-FUNDS-OK = "Y"
                      PERFORM MOVEMENT-APPLY
                 ELSE
                      PERFORM REJECT-FUNDS
                 END-IF.

       BASE-CURRENCY-LOAD SECTION.
            MOVE SPACES TO WS-BASE-CURRENCY.
            MOVE "{{ DATAFILE }}" TO CUR-DATAFILE.
            MOVE SPACES TO CUR-MASTER-KEY.
            READ CURRENCY-FILE.
            IF CURRENCY-STATUS = "00"
                 MOVE CUR-CODE TO WS-BASE-CURRENCY.

       CURRENCY-CONVERT SECTION.
            MOVE "Y" TO WS-FX-OK.
            MOVE MOV-AMOUNT TO WS-POST-AMOUNT.
            MOVE 1 TO WS-FX-RATE.
            MOVE WS-BASE-CURRENCY TO WS-MASTER-CURRENCY.
            MOVE "{{ DATAFILE }}" TO CUR-DATAFILE.
            MOVE MOV-KEY TO CUR-MASTER-KEY.
            READ CURRENCY-FILE.
            IF CURRENCY-STATUS = "00" AND CUR-CODE NOT = SPACES
                 MOVE CUR-CODE TO WS-MASTER-CURRENCY.
            IF MOV-CURRENCY = SPACES
                 MOVE WS-MASTER-CURRENCY TO WS-MOV-CURRENCY
            ELSE
                 MOVE MOV-CURRENCY TO WS-MOV-CURRENCY.
            IF WS-MOV-CURRENCY NOT = WS-MASTER-CURRENCY
                 IF WS-MASTER-CURRENCY = SPACES
                      MOVE "N" TO WS-FX-OK
                 ELSE
                      PERFORM RATE-FETCH
                 END-IF.

       RATE-FETCH SECTION.
            MOVE "N" TO WS-FX-OK.
            MOVE WS-MOV-CURRENCY TO FX-FROM.
            MOVE WS-MASTER-CURRENCY TO FX-TO.
            MOVE MOV-DATE TO FX-DATE.
            READ FXRATE-FILE.
            IF FXRATE-STATUS = "00" AND FX-RATE > 0
                 MOVE FX-RATE TO WS-FX-RATE
                 COMPUTE WS-POST-AMOUNT ROUNDED = MOV-AMOUNT * FX-RATE
                 MOVE "Y" TO WS-FX-OK
            ELSE
                 MOVE WS-MASTER-CURRENCY TO FX-FROM
                 MOVE WS-MOV-CURRENCY TO FX-TO
                 MOVE MOV-DATE TO FX-DATE
                 READ FXRATE-FILE
                 IF FXRATE-STATUS = "00" AND FX-RATE > 0
                      COMPUTE WS-FX-RATE ROUNDED = 1 / FX-RATE
                      COMPUTE WS-POST-AMOUNT ROUNDED =
                           MOV-AMOUNT / FX-RATE
                      MOVE "Y" TO WS-FX-OK
                 END-IF.

       DORMANT-CHECK SECTION.
            MOVE "N" TO WS-MASTER-DORMANT.
            MOVE "{{ DATAFILE }}" TO DRM-DATAFILE.
            MOVE MOV-KEY TO DRM-MASTER-KEY.
            READ DORMANT-FILE.
            IF DORMANT-STATUS = "00" AND DRM-STATUS = "D"
                 MOVE "Y" TO WS-MASTER-DORMANT.

       FUNDS-CHECK SECTION.
            MOVE "Y" TO WS-FUNDS-OK.
            IF MOV-TYPE = "D"
                 MOVE ZERO TO WS-HOLD-TOTAL
                 MOVE ZERO TO WS-LIMIT-AMOUNT
                 MOVE "{{ DATAFILE }}" TO HL-DATAFILE
                 MOVE MOV-KEY TO HL-MASTER-KEY
                 MOVE 0 TO HL-SEQ
                 START HOLD-FILE KEY NOT LESS HL-KEY
                 IF HOLD-STATUS = "00"
                      PERFORM HOLD-READ
                      PERFORM HOLD-SUM-LOOP
                           UNTIL HOLD-STATUS NOT = "00"
                           OR HL-DATAFILE NOT = "{{ DATAFILE }}"
                           OR HL-MASTER-KEY NOT = MOV-KEY
                 END-IF
                 COMPUTE WS-AVAILABLE = {{ AMOUNTFIELD }}
                      - WS-HOLD-TOTAL + WS-LIMIT-AMOUNT
                 IF WS-POST-AMOUNT > WS-AVAILABLE
                      MOVE "N" TO WS-FUNDS-OK
                 END-IF.

       HOLD-READ SECTION.
            READ HOLD-FILE NEXT IGNORE LOCK.

       HOLD-SUM-LOOP SECTION.
            IF HL-KIND = "L" AND HL-STATUS = "A"
                 MOVE HL-AMOUNT TO WS-LIMIT-AMOUNT
            ELSE IF HL-KIND = "H" AND HL-STATUS = "A"
                 AND HL-PLACED-DATE NOT > WS-TODAY
                 AND (HL-EXPIRY-DATE = SPACES
                 OR HL-EXPIRY-DATE NOT < WS-TODAY)
                 ADD HL-AMOUNT TO WS-HOLD-TOTAL.
            PERFORM HOLD-READ.

       PERIOD-CHECK SECTION.
            IF WS-PER-CACHE-VALID = "Y"
                 AND MOV-DATE(1:6) = WS-PER-CACHE-PERIOD

       MOVEMENT-APPLY SECTION.
            IF MOV-TYPE = "D"
                 SUBTRACT WS-POST-AMOUNT FROM {{ AMOUNTFIELD }}
            ELSE
                 ADD WS-POST-AMOUNT TO {{ AMOUNTFIELD }}.
            REWRITE {{ MAINRECORD }}.
            IF FILE-STATUS = "00"
                 ADD 1 TO WS-POSTED-COUNT
                 ADD 1 TO PCT-POSTED-COUNT
                 IF MOV-TYPE = "D"
                      SUBTRACT WS-POST-AMOUNT FROM WS-POSTED-TOTAL
                      SUBTRACT WS-POST-AMOUNT FROM PCT-POSTED-TOTAL
                 ELSE
                      ADD WS-POST-AMOUNT TO WS-POSTED-TOTAL
                      ADD WS-POST-AMOUNT TO PCT-POSTED-TOTAL
                 END-IF
                 PERFORM JOURNAL-INIT
                 PERFORM JOURNAL-WRITE
                 MOVE "IOER" TO EVENT-CODE
                 PERFORM EVENT-WRITE.

       REJECT-FUNDS SECTION.
            ADD 1 TO WS-BREACH-COUNT.
            ADD 1 TO WS-ERROR-COUNT.
            DISPLAY "ERRO: SALDO DISPONIVEL INSUFICIENTE: "
                 WITH NO ADVANCING.
            DISPLAY MOV-KEY.
            PERFORM REJECT-INIT.
            MOVE "SD" TO REJECT-REASON.
            PERFORM REJECT-WRITE.
            PERFORM EVENT-INIT.
            IF MOV-ORIGIN = "P"
                 DISPLAY "ERRO: DEBITO DE PAGAMENTO JA ENVIADO AO "
                      WITH NO ADVANCING
                 DISPLAY "BANCO NAO LANCADO."
                 MOVE "E" TO EVENT-SEVERITY
            ELSE
                 MOVE "W" TO EVENT-SEVERITY.
            MOVE "FUND" TO EVENT-CODE.
            PERFORM EVENT-WRITE.

       REJECT-RATE SECTION.
            ADD 1 TO WS-NO-RATE-COUNT.
            ADD 1 TO WS-ERROR-COUNT.
            DISPLAY "ERRO: TAXA DE CAMBIO NAO ENCONTRADA: "
                 WITH NO ADVANCING.
            DISPLAY MOV-KEY.
            PERFORM REJECT-INIT.
            MOVE "TX" TO REJECT-REASON.
            PERFORM REJECT-WRITE.
            PERFORM EVENT-INIT.
            MOVE "E" TO EVENT-SEVERITY.
            MOVE "FXRT" TO EVENT-CODE.
            PERFORM EVENT-WRITE.

       REJECT-DORMANT SECTION.
            ADD 1 TO WS-DORMANT-COUNT.
            ADD 1 TO WS-ERROR-COUNT.
            DISPLAY "ERRO: MESTRE DORMENTE: " WITH NO ADVANCING.
            DISPLAY MOV-KEY.
            PERFORM REJECT-INIT.
            MOVE "DM" TO REJECT-REASON.
            PERFORM REJECT-WRITE.
            PERFORM EVENT-INIT.
            MOVE "W" TO EVENT-SEVERITY.
            MOVE "DORM" TO EVENT-CODE.
            PERFORM EVENT-WRITE.

       REJECT-UNMATCHED SECTION.
            PERFORM REJECT-INIT.
            MOVE "NM" TO REJECT-REASON.
            MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP.
            MOVE {{ KEYNAME }} TO JRN-KEY.
            MOVE {{ MAINRECORD }} TO JRN-IMAGE.
            MOVE RUNCTL-KEY TO JRN-RUN-KEY.
            MOVE MOV-TYPE TO JRN-MOV-TYPE.
            MOVE WS-POST-AMOUNT TO JRN-MOV-AMOUNT.
            MOVE MOV-DATE TO JRN-MOV-DATE.
            MOVE WS-MOV-CURRENCY TO JRN-MOV-CURRENCY.
            MOVE MOV-AMOUNT TO JRN-ORIG-AMOUNT.
            MOVE WS-FX-RATE TO JRN-FX-RATE.
            MOVE WS-MASTER-CURRENCY TO JRN-POST-CURRENCY.
            MOVE MOV-ORIGIN TO JRN-MOV-ORIGIN.

       JOURNAL-WRITE SECTION.
            OPEN EXTEND JOURNAL-FILE.
            IF JOURNAL-STATUS = "35"
                 OPEN OUTPUT JOURNAL-FILE.
            PERFORM JOURNAL-SEALING.
            WRITE JOURNAL-RECORD.
            PERFORM JOURNAL-SEAL-CONFIRM.
            CLOSE JOURNAL-FILE.

       JOURNAL-SEALING SECTION.
            MOVE SPACES TO JRN-SEAL.
            MOVE SPACES TO SEALSRV-ARGV.
            MOVE "N" TO SEAL-OPERATION.
            MOVE WS-JOURNAL-PATH TO SEAL-FILE-PATH.
            MOVE "POSTING" TO SEAL-PROGRAM.
            MOVE JOURNAL-RECORD TO SEAL-DATA.
            MOVE "1" TO SEAL-RESULT.
            CALL "SEALSRV" USING SEALSRV-ARGV.
            IF SEAL-RESULT = "0"
                 MOVE SEAL-SEQUENCE TO JRN-SEAL-SEQUENCE
                 MOVE SEAL-CHECK TO JRN-SEAL-CHECK
            ELSE
                 MOVE ZERO TO JRN-SEAL-SEQUENCE
                 MOVE ZERO TO JRN-SEAL-CHECK.

       JOURNAL-SEAL-CONFIRM SECTION.
            IF SEAL-RESULT = "0"
                 IF JOURNAL-STATUS = "00"
                      MOVE "K" TO SEAL-OPERATION
                 ELSE
                      MOVE "L" TO SEAL-OPERATION
                 END-IF
                 MOVE "1" TO SEAL-RESULT
                 CALL "SEALSRV" USING SEALSRV-ARGV.

       RUN-INIT SECTION.
            MOVE SPACES TO RUNCTL-RECORD.
            MOVE "POSTING" TO RUNCTL-PROGRAM.
            MOVE 0 TO RUNCTL-ERROR-COUNT.
            MOVE 0 TO RUNCTL-CLOSING-COUNT.
            MOVE ZERO TO RUNCTL-AMOUNT-TOTAL.
            MOVE 0 TO RUNCTL-SKIPPED-COUNT.
            MOVE "E" TO RUNCTL-FINAL-STATUS.

       RUN-CLOSING-COUNT SECTION.
                 CLOSE RUNCTL-FILE
                 OPEN I-O RUNCTL-FILE.
            WRITE RUNCTL-RECORD.
            IF RUNCTL-STATUS = "22"
                 REWRITE RUNCTL-RECORD.
            IF RUNCTL-STATUS NOT = "00"
                 DISPLAY "ERRO: CONTROLE DE EXECUCAO NAO GRAVADO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY RUNCTL-STATUS WITH NO ADVANCING
                 DISPLAY ".".
            CLOSE RUNCTL-FILE.

       FILE-OPEN SECTION.
                 PERFORM RUN-WRITE
                 CLOSE FILE-NAME
                 GOBACK.
            OPEN INPUT HOLD-FILE.
            OPEN INPUT DORMANT-FILE.
            OPEN INPUT CURRENCY-FILE.
            OPEN INPUT FXRATE-FILE.
            PERFORM BASE-CURRENCY-LOAD.

       FILE-CLOSE SECTION.
            CLOSE FILE-NAME.
            CLOSE MOVEMENT-FILE.
            CLOSE POSTCTL-FILE.
            CLOSE HOLD-FILE.
            CLOSE DORMANT-FILE.
            CLOSE CURRENCY-FILE.
            CLOSE FXRATE-FILE.
            GOBACK.
