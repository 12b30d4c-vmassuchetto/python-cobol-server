       $set ANIM
       $set ANS85
       $set AUTOLOCK
       $set BELL
       $set FILESHARE
       $set NOWARNING
       $set WRITETHROUGH
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRUN.

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
            SELECT PAYCRIT-FILE ASSIGN WS-PAYCRIT-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS PCR-KEY
                 FILE STATUS IS PAYCRIT-STATUS.
            SELECT DORMANT-FILE ASSIGN WS-DORMANT-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS DRM-KEY
                 FILE STATUS IS DORMANT-STATUS.
            SELECT HOLD-FILE ASSIGN WS-HOLD-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS HL-KEY
                 FILE STATUS IS HOLD-STATUS.
            SELECT PAYBATCH-FILE ASSIGN WS-PAYBATCH-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS PAY-KEY
                 FILE STATUS IS PAYBATCH-STATUS.
            SELECT PENDING-FILE ASSIGN WS-PENDING-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS PEND-ID
                 FILE STATUS IS PENDING-STATUS.
            SELECT COUNTER-FILE ASSIGN WS-COUNTER-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS COUNTER-NAME
                 FILE STATUS IS COUNTER-STATUS.
            SELECT PAYOUT-FILE ASSIGN WS-PAYOUT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS PAYOUT-STATUS.
            SELECT PAYRET-FILE ASSIGN WS-PAYRET-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS PAYRET-STATUS.
            SELECT MOVEMENT-FILE ASSIGN WS-MOVEMENT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS MOVEMENT-STATUS.
            SELECT XMIT-FILE ASSIGN WS-XMITREG-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS XMIT-KEY
                 FILE STATUS IS XMITREG-STATUS.
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

       FD PAYCRIT-FILE.
           COPY PAYCRIT.

       FD DORMANT-FILE.
           COPY DORMREC.

       FD HOLD-FILE.
           COPY HOLDREC.

       FD PAYBATCH-FILE.
           COPY PAYREC.

       FD PENDING-FILE.
           COPY PENDREC.

       FD COUNTER-FILE.
       01   COUNTER-RECORD.
            03 COUNTER-NAME             PIC X(20).
            03 COUNTER-VALUE            PIC 9(09).

       FD PAYOUT-FILE.
       01   PAYOUT-LINE                 PIC X(200).

       FD PAYRET-FILE.
       01   PAYRET-LINE                 PIC X(80).

       FD MOVEMENT-FILE.
           COPY MOVREC.

       FD XMIT-FILE.
           COPY XMITREG.

       FD REPORT-FILE.
       01   REPORT-LINE                 PIC X(132).

       FD RUNCTL-FILE.
           COPY RUNCTL.

       FD EVENT-FILE.
           COPY EVTREC.

       WORKING-STORAGE SECTION.
       01   WS-DATA-PATH                PIC X(100)
                                        VALUE "{{ DATAFILE }}".
       01   WS-PAYCRIT-PATH             PIC X(100)
                                        VALUE "{{ PAYCRITFILE }}".
       01   WS-DORMANT-PATH             PIC X(100)
                                        VALUE "{{ DORMANTFILE }}".
       01   WS-HOLD-PATH                PIC X(100)
                                        VALUE "{{ HOLDFILE }}".
       01   WS-PAYBATCH-PATH            PIC X(100)
                                        VALUE "{{ PAYBATCHFILE }}".
       01   WS-PENDING-PATH             PIC X(100)
                                        VALUE "{{ PENDINGFILE }}".
       01   WS-COUNTER-PATH             PIC X(100)
                                        VALUE "{{ COUNTERFILE }}".
       01   WS-PAYOUT-PATH              PIC X(100)
                                        VALUE "{{ PAYOUTFILE }}".
       01   WS-PAYRET-PATH              PIC X(100)
                                        VALUE "{{ PAYRETFILE }}".
       01   WS-MOVEMENT-PATH            PIC X(100)
                                        VALUE "{{ MOVEMENTFILE }}".
       01   WS-XMITREG-PATH             PIC X(100)
                                        VALUE "{{ XMITREGFILE }}".
       01   WS-REPORT-PATH              PIC X(100)
                                        VALUE "{{ REPORTFILE }}".
       01   WS-RUNCTL-PATH              PIC X(100)
                                        VALUE "{{ RUNCTLFILE }}".
       01   WS-EVENT-PATH               PIC X(100)
                                        VALUE "{{ EVENTFILE }}".
       01   FILE-STATUS                 PIC X(02) VALUE SPACES.
       01   PAYCRIT-STATUS              PIC X(02) VALUE SPACES.
       01   DORMANT-STATUS              PIC X(02) VALUE SPACES.
       01   HOLD-STATUS                 PIC X(02) VALUE SPACES.
       01   PAYBATCH-STATUS             PIC X(02) VALUE SPACES.
       01   PENDING-STATUS              PIC X(02) VALUE SPACES.
       01   COUNTER-STATUS              PIC X(02) VALUE SPACES.
       01   PAYOUT-STATUS               PIC X(02) VALUE SPACES.
       01   PAYRET-STATUS               PIC X(02) VALUE SPACES.
       01   MOVEMENT-STATUS             PIC X(02) VALUE SPACES.
       01   XMITREG-STATUS              PIC X(02) VALUE SPACES.
       01   REPORT-STATUS               PIC X(02) VALUE SPACES.
       01   RUNCTL-STATUS               PIC X(02) VALUE SPACES.
       01   EVENT-STATUS                PIC X(02) VALUE SPACES.
       01   WS-TODAY                    PIC X(08) VALUE SPACES.
       01   WS-NOW                      PIC X(21) VALUE SPACES.
       01   WS-VALUE-DATE               PIC X(08) VALUE SPACES.
       01   WS-BATCH-ID                 PIC 9(08) VALUE 0.
       01   WS-ITEM-SEQ                 PIC 9(06) VALUE 0.
       01   WS-PEND-ID                  PIC 9(08) VALUE 0.
       01   WS-COUNTER-WANTED           PIC X(20) VALUE SPACES.
       01   WS-COUNTER-NEXT             PIC 9(09) VALUE 0.
       01   WS-ALREADY-QUEUED           PIC X(01) VALUE "N".
       01   WS-UNPOSTED                 PIC X(01) VALUE "N".
       01   WS-UNPOSTED-COUNT           PIC 9(9) VALUE 0.
       01   WS-INCOMPLETE               PIC X(01) VALUE "N".
       01   WS-INCOMPLETE-ID            PIC 9(08) VALUE 0.
       01   WS-LAST-BATCH-ID            PIC 9(08) VALUE 0.
       01   WS-LAST-RELEASE             PIC X(21) VALUE SPACES.
       01   WS-CRITERIA-OPEN            PIC X(01) VALUE "N".
       01   WS-ELIGIBLE                 PIC X(01) VALUE "N".
       01   WS-ACTIVE-HOLD              PIC X(01) VALUE "N".
       01   WS-REASON                   PIC X(30) VALUE SPACES.
       01   WS-MASTER-KEY               PIC X(20) VALUE SPACES.
       01   WS-PAY-AMOUNT               PIC 9(13)V99 VALUE ZERO.
       01   WS-READ-COUNT               PIC 9(9) VALUE 0.
       01   WS-BATCH-COUNT              PIC 9(9) VALUE 0.
       01   WS-SKIPPED-COUNT            PIC 9(9) VALUE 0.
       01   WS-ERROR-COUNT              PIC 9(9) VALUE 0.
       01   WS-BATCH-TOTAL              PIC 9(13)V99 VALUE ZERO.
       01   WS-HASH-TOTAL               PIC 9(13)V99 VALUE ZERO.
       01   WS-MOVED-TOTAL              PIC 9(13)V99 VALUE ZERO.
       01   WS-PAY-REASON-SAVE          PIC X(30) VALUE SPACES.
       01   WS-MOVEMENT-OPEN            PIC X(01) VALUE "N".
       01   WS-RESUMING                 PIC X(01) VALUE "N".
       01   WS-REPORT-TAG               PIC X(10) VALUE SPACES.
       01   WS-SITUATION                PIC X(20) VALUE SPACES.
       01   WS-RET-TAG                  PIC X(02) VALUE SPACES.
       01   WS-RET-BATCH-X              PIC X(08) VALUE SPACES.
       01   WS-RET-SEQ-X                PIC X(06) VALUE SPACES.
       01   WS-RET-REASON               PIC X(30) VALUE SPACES.
       01   WS-EDIT-AMOUNT              PIC -9(13),99.
       01   WS-EDIT-TOTAL               PIC -9(13),99.
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
            03 OPERATION                PIC X(01).
            03 BATCH-ID                 PIC 9(08).
            03 VALUE-DATE               PIC X(08).
            03 BANK-PARTNER-ID          PIC X(08).
            03 MAKER-ID                 PIC X(08).
            03 RESULT-CODE              PIC X(01).
            03 BATCH-COUNT              PIC 9(9).
            03 BATCH-TOTAL              PIC 9(13)V99.

       PROCEDURE DIVISION USING ARGV.

       BEGIN.
            PERFORM CONFIG-RESOLVE.
            MOVE "1" TO RESULT-CODE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            MOVE 0 TO WS-READ-COUNT.
            MOVE 0 TO WS-BATCH-COUNT.
            MOVE 0 TO WS-SKIPPED-COUNT.
            MOVE 0 TO WS-ERROR-COUNT.
            MOVE ZERO TO WS-BATCH-TOTAL.
            MOVE ZERO TO WS-HASH-TOTAL.
            MOVE ZERO TO WS-MOVED-TOTAL.
            PERFORM AUTH-CHECK.
            IF OPERATION = "I"
                 PERFORM BATCH-INQUIRE
                 GOBACK.
            IF OPERATION NOT = "P" AND OPERATION NOT = "A"
                 AND OPERATION NOT = "R"
                 DISPLAY "ERRO: OPERACAO INVALIDA."
                 GOBACK.
            IF OPERATION = "A" AND MAKER-ID = USER-ID
                 DISPLAY "ERRO: APROVADOR E AUTOR."
                 GOBACK.
            IF OPERATION = "P"
                 PERFORM VALUE-DATE-VALIDATE.
            PERFORM RUN-INIT.
            PERFORM FILE-OPEN.
            PERFORM REPORT-HEADER.
            IF OPERATION = "P"
                 PERFORM BATCH-PROPOSE
            ELSE IF OPERATION = "A"
                 PERFORM BATCH-RELEASE
            ELSE
                 PERFORM RETURN-PROCESS.
            PERFORM REPORT-TOTALS.
            DISPLAY "REGISTROS LIDOS: " WITH NO ADVANCING.
            DISPLAY WS-READ-COUNT.
            IF OPERATION = "P"
                 DISPLAY "PAGAMENTOS PROPOSTOS: " WITH NO ADVANCING
            ELSE IF OPERATION = "A"
                 DISPLAY "PAGAMENTOS LIBERADOS: " WITH NO ADVANCING
            ELSE
                 DISPLAY "PAGAMENTOS DEVOLVIDOS: " WITH NO ADVANCING.
            DISPLAY WS-BATCH-COUNT.
            DISPLAY "VALOR TOTAL: " WITH NO ADVANCING.
            DISPLAY WS-BATCH-TOTAL.
            DISPLAY "NAO ELEGIVEIS: " WITH NO ADVANCING.
            DISPLAY WS-SKIPPED-COUNT.
            MOVE WS-BATCH-COUNT TO BATCH-COUNT.
            MOVE WS-BATCH-TOTAL TO BATCH-TOTAL.
            MOVE WS-READ-COUNT TO RUNCTL-READ-COUNT.
            MOVE WS-ERROR-COUNT TO RUNCTL-ERROR-COUNT.
            MOVE WS-SKIPPED-COUNT TO RUNCTL-SKIPPED-COUNT.
            IF OPERATION = "A"
                 COMPUTE RUNCTL-AMOUNT-TOTAL = 0 - WS-MOVED-TOTAL
            ELSE IF OPERATION = "R"
                 MOVE WS-BATCH-TOTAL TO RUNCTL-AMOUNT-TOTAL.
            IF RESULT-CODE = "0"
                 MOVE "C" TO RUNCTL-FINAL-STATUS.
            PERFORM RUN-CLOSING-COUNT.
            PERFORM RUN-WRITE.
            PERFORM FILE-CLOSE.

       CONFIG-RESOLVE SECTION.
            MOVE "{{ DATAFILE }}" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-DATA-PATH.
            MOVE "PAYCRITFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-PAYCRIT-PATH.
            MOVE "DORMANTFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-DORMANT-PATH.
            MOVE "HOLDFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-HOLD-PATH.
            MOVE "PAYBATCHFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-PAYBATCH-PATH.
            MOVE "PENDINGFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-PENDING-PATH.
            MOVE "COUNTERFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-COUNTER-PATH.
            MOVE "{{ PAYOUTFILE }}" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-PAYOUT-PATH.
            MOVE "{{ PAYRETFILE }}" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-PAYRET-PATH.
            MOVE "{{ MOVEMENTFILE }}" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-MOVEMENT-PATH.
            MOVE "XMITREGFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-XMITREG-PATH.
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
            IF OPERATION = "A"
                 MOVE "A" TO AUTH-OPERATION
            ELSE IF OPERATION = "I"
                 MOVE "R" TO AUTH-OPERATION
            ELSE
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

       VALUE-DATE-VALIDATE SECTION.
            IF VALUE-DATE = SPACES
                 MOVE WS-TODAY TO WS-VALUE-DATE
            ELSE
                 MOVE SPACES TO DATESRV-ARGV
                 MOVE "V" TO DSRV-OPERATION
                 MOVE VALUE-DATE TO DSRV-INPUT
                 MOVE "1" TO DSRV-RESULT
                 CALL "DATESRV" USING DATESRV-ARGV
                 MOVE VALUE-DATE TO WS-VALUE-DATE.
            IF DSRV-RESULT NOT = "0" AND VALUE-DATE NOT = SPACES
                 OR WS-VALUE-DATE < WS-TODAY
                 DISPLAY "ERRO: DATA DE PAGAMENTO INVALIDA."
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "DATE" TO EVENT-CODE
                 PERFORM EVENT-WRITE
                 GOBACK.

       BATCH-INQUIRE SECTION.
            OPEN INPUT PAYBATCH-FILE.
            MOVE BATCH-ID TO PAY-BATCH-ID.
            MOVE 0 TO PAY-ITEM-SEQ.
            IF PAYBATCH-STATUS = "00"
                 READ PAYBATCH-FILE.
            IF PAYBATCH-STATUS NOT = "00"
                 OR PAY-DATAFILE NOT = "{{ DATAFILE }}"
                 DISPLAY "ERRO: LOTE DE PAGAMENTO NAO ENCONTRADO: "
                      WITH NO ADVANCING
                 DISPLAY BATCH-ID
            ELSE
                 PERFORM SITUATION-SET
                 DISPLAY "LOTE " WITH NO ADVANCING
                 DISPLAY PAY-BATCH-ID WITH NO ADVANCING
                 DISPLAY " SITUACAO " WITH NO ADVANCING
                 DISPLAY WS-SITUATION
                 DISPLAY "ITENS " WITH NO ADVANCING
                 DISPLAY PAY-ITEM-COUNT WITH NO ADVANCING
                 DISPLAY " VALOR " WITH NO ADVANCING
                 DISPLAY PAY-AMOUNT
                 DISPLAY "DEVOLVIDOS " WITH NO ADVANCING
                 DISPLAY PAY-RETURN-COUNT WITH NO ADVANCING
                 DISPLAY " VALOR " WITH NO ADVANCING
                 DISPLAY PAY-RETURN-TOTAL
                 MOVE PAY-ITEM-COUNT TO BATCH-COUNT
                 MOVE PAY-AMOUNT TO BATCH-TOTAL
                 MOVE "0" TO RESULT-CODE.
            CLOSE PAYBATCH-FILE.

       SITUATION-SET SECTION.
            IF PAY-STATUS = "P"
                 MOVE "AGUARDANDO APROVACAO" TO WS-SITUATION
            ELSE IF PAY-STATUS = "A"
                 MOVE "PAGO" TO WS-SITUATION
            ELSE IF PAY-STATUS = "F"
                 MOVE "PARCIALMENTE FALHO" TO WS-SITUATION
            ELSE IF PAY-STATUS = "X"
                 MOVE "CANCELADO" TO WS-SITUATION
            ELSE IF PAY-STATUS = "L"
                 MOVE "LIBERACAO INCOMPLETA" TO WS-SITUATION
            ELSE
                 MOVE PAY-STATUS TO WS-SITUATION.

       BATCH-PROPOSE SECTION.
            MOVE "N" TO WS-UNPOSTED.
            MOVE "N" TO WS-INCOMPLETE.
            PERFORM PENDING-OPEN.
            PERFORM QUEUE-CHECK.
            IF WS-ALREADY-QUEUED = "N"
                 PERFORM BATCH-HISTORY
                 PERFORM POSTING-CHECK.
            IF WS-ALREADY-QUEUED = "Y"
                 DISPLAY "ERRO: LOTE DE PAGAMENTO JA PENDENTE: "
                      WITH NO ADVANCING
                 DISPLAY WS-PEND-ID
                 MOVE "D" TO RESULT-CODE
                 PERFORM EVENT-INIT
                 MOVE "W" TO EVENT-SEVERITY
                 MOVE "DUPP" TO EVENT-CODE
                 PERFORM EVENT-WRITE
            ELSE IF WS-INCOMPLETE = "Y"
                 DISPLAY "ERRO: LOTE COM LIBERACAO INCOMPLETA: "
                      WITH NO ADVANCING
                 DISPLAY WS-INCOMPLETE-ID
                 MOVE "D" TO RESULT-CODE
                 PERFORM EVENT-INIT
                 MOVE "W" TO EVENT-SEVERITY
                 MOVE "DUPP" TO EVENT-CODE
                 PERFORM EVENT-WRITE
            ELSE IF WS-UNPOSTED = "Y"
                 DISPLAY "ERRO: LOTE ANTERIOR AINDA NAO LANCADO: "
                      WITH NO ADVANCING
                 DISPLAY WS-LAST-BATCH-ID
                 MOVE "D" TO RESULT-CODE
                 PERFORM EVENT-INIT
                 MOVE "W" TO EVENT-SEVERITY
                 MOVE "DUPP" TO EVENT-CODE
                 PERFORM EVENT-WRITE
            ELSE
                 PERFORM BATCH-BUILD.
            CLOSE PENDING-FILE.

       PENDING-OPEN SECTION.
            OPEN I-O PENDING-FILE.
            IF PENDING-STATUS NOT = "00"
                 OPEN OUTPUT PENDING-FILE
                 CLOSE PENDING-FILE
                 OPEN I-O PENDING-FILE.

       QUEUE-CHECK SECTION.
            MOVE "N" TO WS-ALREADY-QUEUED.
            MOVE 0 TO PEND-ID.
            START PENDING-FILE KEY NOT LESS PEND-ID.
            IF PENDING-STATUS = "00"
                 PERFORM QUEUE-CHECK-LOOP
                      UNTIL PENDING-STATUS NOT = "00"
                      OR WS-ALREADY-QUEUED = "Y".

       QUEUE-CHECK-LOOP SECTION.
            READ PENDING-FILE NEXT.
            IF PENDING-STATUS = "00"
                 AND PEND-STATUS = "P"
                 AND PEND-OPERATION = "B"
                 AND PEND-DATAFILE = "{{ DATAFILE }}"
                 MOVE PEND-ID TO WS-PEND-ID
                 MOVE "Y" TO WS-ALREADY-QUEUED.

       BATCH-HISTORY SECTION.
            MOVE 0 TO WS-LAST-BATCH-ID.
            MOVE SPACES TO WS-LAST-RELEASE.
            MOVE 0 TO PAY-BATCH-ID.
            MOVE 0 TO PAY-ITEM-SEQ.
            START PAYBATCH-FILE KEY NOT LESS PAY-KEY.
            IF PAYBATCH-STATUS = "00"
                 PERFORM BATCH-READ
                 PERFORM BATCH-HISTORY-LOOP
                      UNTIL PAYBATCH-STATUS NOT = "00".

       BATCH-READ SECTION.
            READ PAYBATCH-FILE NEXT.

       BATCH-HISTORY-LOOP SECTION.
            IF PAY-ITEM-SEQ = 0 AND PAY-DATAFILE = "{{ DATAFILE }}"
                 IF PAY-STATUS = "P"
                      PERFORM BATCH-CANCEL
                 ELSE IF PAY-STATUS = "L"
                      MOVE PAY-BATCH-ID TO WS-INCOMPLETE-ID
                      MOVE "Y" TO WS-INCOMPLETE
                 ELSE IF (PAY-STATUS = "A" OR PAY-STATUS = "F")
                      AND PAY-TIMESTAMP > WS-LAST-RELEASE
                      MOVE PAY-BATCH-ID TO WS-LAST-BATCH-ID
                      MOVE PAY-TIMESTAMP TO WS-LAST-RELEASE
                 END-IF.
            PERFORM BATCH-READ.

       BATCH-CANCEL SECTION.
            MOVE "X" TO PAY-STATUS.
            MOVE "PROPOSTA NAO APROVADA" TO PAY-REASON.
            REWRITE PAY-RECORD.
            DISPLAY "LOTE NAO APROVADO CANCELADO: " WITH NO ADVANCING.
            DISPLAY PAY-BATCH-ID.

       POSTING-CHECK SECTION.
            IF WS-LAST-RELEASE NOT = SPACES
                 MOVE "Y" TO WS-UNPOSTED
                 OPEN INPUT RUNCTL-FILE
                 IF RUNCTL-STATUS = "00"
                      MOVE WS-LAST-RELEASE TO RUNCTL-START-TIMESTAMP
                      MOVE LOW-VALUES TO RUNCTL-PROGRAM
                      START RUNCTL-FILE KEY NOT LESS RUNCTL-KEY
                      IF RUNCTL-STATUS = "00"
                           PERFORM RUNCTL-READ
                           PERFORM POSTING-CHECK-LOOP
                                UNTIL RUNCTL-STATUS NOT = "00"
                                OR WS-UNPOSTED = "N"
                      END-IF
                 END-IF
                 CLOSE RUNCTL-FILE.

       RUNCTL-READ SECTION.
            READ RUNCTL-FILE NEXT IGNORE LOCK.

       POSTING-CHECK-LOOP SECTION.
            IF RUNCTL-PROGRAM = "POSTING"
                 AND RUNCTL-DATAFILE = "{{ DATAFILE }}"
                 AND RUNCTL-FINAL-STATUS = "C"
                 MOVE "N" TO WS-UNPOSTED
            ELSE
                 PERFORM RUNCTL-READ.

       BATCH-BUILD SECTION.
            PERFORM ELIGIBILITY-OPEN.
            IF WS-CRITERIA-OPEN = "Y"
                 PERFORM BATCH-COLLECT.
            PERFORM ELIGIBILITY-CLOSE.

       BATCH-COLLECT SECTION.
            MOVE "PAYBATCH" TO WS-COUNTER-WANTED.
            PERFORM COUNTER-ASSIGN.
            MOVE WS-COUNTER-NEXT TO WS-BATCH-ID.
            MOVE 0 TO WS-ITEM-SEQ.
            MOVE LOW-VALUES TO {{ KEYNAME }}.
            START FILE-NAME KEY NOT LESS {{ SUPERKEYNAME }}.
            IF FILE-STATUS = "00"
                 PERFORM FILE-READ
                 PERFORM PROPOSE-LOOP UNTIL FILE-STATUS NOT = "00".
            IF WS-BATCH-COUNT = 0
                 DISPLAY "NENHUM PAGAMENTO ELEGIVEL."
                 MOVE "0" TO RESULT-CODE
            ELSE
                 PERFORM HEADER-WRITE.
            IF WS-BATCH-COUNT > 0 AND PAYBATCH-STATUS = "00"
                 PERFORM PENDING-STORE.

       FILE-READ SECTION.
            READ FILE-NAME NEXT IGNORE LOCK.

       PROPOSE-LOOP SECTION.
            ADD 1 TO WS-READ-COUNT.
            PERFORM PAYEE-ELIGIBLE.
            IF WS-ELIGIBLE = "Y"
                 PERFORM ITEM-PROPOSE
            ELSE
                 ADD 1 TO WS-SKIPPED-COUNT.
            PERFORM FILE-READ.

       PAYEE-ELIGIBLE SECTION.
            MOVE "N" TO WS-ELIGIBLE.
            MOVE SPACES TO WS-REASON.
            MOVE ZERO TO WS-PAY-AMOUNT.
            MOVE {{ KEYNAME }} TO WS-MASTER-KEY.
            IF {{ DELETEDFLAG }} = "S"
                 MOVE "REGISTRO EXCLUIDO" TO WS-REASON
            ELSE
                 PERFORM CRITERIA-FETCH.
            IF WS-REASON = SPACES
                 PERFORM BALANCE-SCREEN.
            IF WS-REASON = SPACES
                 PERFORM DORMANT-CHECK.
            IF WS-REASON = SPACES
                 PERFORM HOLD-CHECK.
            IF WS-REASON = SPACES
                 MOVE "Y" TO WS-ELIGIBLE.

       CRITERIA-FETCH SECTION.
            MOVE "{{ DATAFILE }}" TO PCR-DATAFILE.
            MOVE {{ TYPEFIELD }} TO PCR-TYPE.
            READ PAYCRIT-FILE.
            IF PAYCRIT-STATUS NOT = "00"
                 MOVE "{{ DATAFILE }}" TO PCR-DATAFILE
                 MOVE SPACES TO PCR-TYPE
                 READ PAYCRIT-FILE.
            IF PAYCRIT-STATUS NOT = "00"
                 MOVE "SEM CRITERIO DE PAGAMENTO" TO WS-REASON.

       BALANCE-SCREEN SECTION.
            IF {{ AMOUNTFIELD }} NOT > 0
                 OR {{ AMOUNTFIELD }} NOT > PCR-MIN-BALANCE
                 MOVE "SALDO ABAIXO DO MINIMO" TO WS-REASON
            ELSE IF {{ PAYEEFIELD }} = SPACES
                 MOVE "SEM DADOS DO FAVORECIDO" TO WS-REASON
            ELSE
                 MOVE {{ AMOUNTFIELD }} TO WS-PAY-AMOUNT
                 IF PCR-MAX-PAYMENT > 0
                      AND WS-PAY-AMOUNT > PCR-MAX-PAYMENT
                      MOVE PCR-MAX-PAYMENT TO WS-PAY-AMOUNT
                 END-IF.

       DORMANT-CHECK SECTION.
            MOVE "{{ DATAFILE }}" TO DRM-DATAFILE.
            MOVE WS-MASTER-KEY TO DRM-MASTER-KEY.
            READ DORMANT-FILE.
            IF DORMANT-STATUS = "00" AND DRM-STATUS = "D"
                 MOVE "REGISTRO DORMENTE" TO WS-REASON.

       HOLD-CHECK SECTION.
            MOVE "N" TO WS-ACTIVE-HOLD.
            MOVE "{{ DATAFILE }}" TO HL-DATAFILE.
            MOVE WS-MASTER-KEY TO HL-MASTER-KEY.
            MOVE 0 TO HL-SEQ.
            START HOLD-FILE KEY NOT LESS HL-KEY.
            IF HOLD-STATUS = "00"
                 PERFORM HOLD-READ
                 PERFORM HOLD-SCAN-LOOP
                      UNTIL HOLD-STATUS NOT = "00"
                      OR HL-DATAFILE NOT = "{{ DATAFILE }}"
                      OR HL-MASTER-KEY NOT = WS-MASTER-KEY
                      OR WS-ACTIVE-HOLD = "Y".
            IF WS-ACTIVE-HOLD = "Y"
                 MOVE "BLOQUEIO ATIVO" TO WS-REASON.

       HOLD-READ SECTION.
            READ HOLD-FILE NEXT IGNORE LOCK.

       HOLD-SCAN-LOOP SECTION.
            IF HL-KIND = "H" AND HL-STATUS = "A"
                 AND HL-PLACED-DATE NOT > WS-TODAY
                 AND (HL-EXPIRY-DATE = SPACES
                 OR HL-EXPIRY-DATE NOT < WS-TODAY)
                 MOVE "Y" TO WS-ACTIVE-HOLD
            ELSE
                 PERFORM HOLD-READ.

       ITEM-PROPOSE SECTION.
            ADD 1 TO WS-ITEM-SEQ.
            MOVE SPACES TO PAY-RECORD.
            MOVE WS-BATCH-ID TO PAY-BATCH-ID.
            MOVE WS-ITEM-SEQ TO PAY-ITEM-SEQ.
            MOVE "{{ DATAFILE }}" TO PAY-DATAFILE.
            MOVE WS-MASTER-KEY TO PAY-MASTER-KEY.
            MOVE {{ PAYEEFIELD }} TO PAY-PAYEE.
            MOVE WS-PAY-AMOUNT TO PAY-AMOUNT.
            MOVE "P" TO PAY-STATUS.
            MOVE 0 TO PAY-ITEM-COUNT.
            MOVE BANK-PARTNER-ID TO PAY-PARTNER.
            MOVE WS-VALUE-DATE TO PAY-VALUE-DATE.
            MOVE USER-ID TO PAY-MAKER.
            MOVE 0 TO PAY-RETURN-COUNT.
            MOVE ZERO TO PAY-RETURN-TOTAL.
            MOVE FUNCTION CURRENT-DATE TO PAY-TIMESTAMP.
            WRITE PAY-RECORD.
            IF PAYBATCH-STATUS = "00"
                 ADD 1 TO WS-BATCH-COUNT
                 ADD WS-PAY-AMOUNT TO WS-BATCH-TOTAL
                 MOVE "PROPOSTO" TO WS-REPORT-TAG
                 PERFORM REPORT-DETAIL
            ELSE
                 PERFORM BATCH-WRITE-ERROR.

       HEADER-WRITE SECTION.
            MOVE SPACES TO PAY-RECORD.
            MOVE WS-BATCH-ID TO PAY-BATCH-ID.
            MOVE 0 TO PAY-ITEM-SEQ.
            MOVE "{{ DATAFILE }}" TO PAY-DATAFILE.
            MOVE WS-BATCH-TOTAL TO PAY-AMOUNT.
            MOVE "P" TO PAY-STATUS.
            MOVE WS-BATCH-COUNT TO PAY-ITEM-COUNT.
            MOVE BANK-PARTNER-ID TO PAY-PARTNER.
            MOVE WS-VALUE-DATE TO PAY-VALUE-DATE.
            MOVE USER-ID TO PAY-MAKER.
            MOVE 0 TO PAY-RETURN-COUNT.
            MOVE ZERO TO PAY-RETURN-TOTAL.
            MOVE FUNCTION CURRENT-DATE TO PAY-TIMESTAMP.
            WRITE PAY-RECORD.
            IF PAYBATCH-STATUS NOT = "00"
                 PERFORM BATCH-WRITE-ERROR.

       BATCH-WRITE-ERROR SECTION.
            ADD 1 TO WS-ERROR-COUNT.
            DISPLAY "ERRO: LOTE DE PAGAMENTO NAO GRAVADO. "
                 WITH NO ADVANCING.
            DISPLAY "FILE-STATUS " WITH NO ADVANCING.
            DISPLAY PAYBATCH-STATUS WITH NO ADVANCING.
            DISPLAY ".".
            PERFORM EVENT-INIT.
            MOVE PAY-MASTER-KEY TO EVENT-KEY.
            MOVE "E" TO EVENT-SEVERITY.
            MOVE "IOER" TO EVENT-CODE.
            PERFORM EVENT-WRITE.

       PENDING-STORE SECTION.
            MOVE "PENDING" TO WS-COUNTER-WANTED.
            PERFORM COUNTER-ASSIGN.
            MOVE WS-COUNTER-NEXT TO WS-PEND-ID.
            MOVE SPACES TO PENDING-RECORD.
            MOVE WS-PEND-ID TO PEND-ID.
            MOVE "{{ DATAFILE }}" TO PEND-DATAFILE.
            MOVE "B" TO PEND-OPERATION.
            MOVE "PAYRUN" TO PEND-PROGRAM.
            MOVE WS-BATCH-ID TO PEND-KEY.
            MOVE USER-ID TO PEND-MAKER.
            MOVE FUNCTION CURRENT-DATE TO PEND-TIMESTAMP.
            MOVE "P" TO PEND-STATUS.
            MOVE WS-BATCH-ID TO BATCH-ID.
            MOVE WS-VALUE-DATE TO VALUE-DATE.
            MOVE WS-BATCH-COUNT TO BATCH-COUNT.
            MOVE WS-BATCH-TOTAL TO BATCH-TOTAL.
            MOVE "A" TO OPERATION.
            MOVE USER-ID TO MAKER-ID.
            MOVE ARGV TO PEND-ARGV-IMAGE.
            MOVE "P" TO OPERATION.
            WRITE PENDING-RECORD.
            IF PENDING-STATUS = "00"
                 MOVE "0" TO RESULT-CODE
                 DISPLAY "LOTE DE PAGAMENTO " WITH NO ADVANCING
                 DISPLAY WS-BATCH-ID WITH NO ADVANCING
                 DISPLAY " EM APROVACAO: " WITH NO ADVANCING
                 DISPLAY WS-PEND-ID
            ELSE
                 DISPLAY "ERRO: PROPOSTA NAO GRAVADA.".

       COUNTER-ASSIGN SECTION.
            OPEN I-O COUNTER-FILE.
            IF COUNTER-STATUS NOT = "00"
                 OPEN OUTPUT COUNTER-FILE
                 CLOSE COUNTER-FILE
                 OPEN I-O COUNTER-FILE.
            MOVE WS-COUNTER-WANTED TO COUNTER-NAME.
            READ COUNTER-FILE.
            IF COUNTER-STATUS = "00"
                 ADD 1 TO COUNTER-VALUE
                 REWRITE COUNTER-RECORD
            ELSE
                 MOVE WS-COUNTER-WANTED TO COUNTER-NAME
                 MOVE 1 TO COUNTER-VALUE
                 WRITE COUNTER-RECORD.
            MOVE COUNTER-VALUE TO WS-COUNTER-NEXT.
            CLOSE COUNTER-FILE.

       BATCH-RELEASE SECTION.
            MOVE BATCH-ID TO PAY-BATCH-ID.
            MOVE 0 TO PAY-ITEM-SEQ.
            READ PAYBATCH-FILE.
            IF PAYBATCH-STATUS NOT = "00"
                 OR PAY-DATAFILE NOT = "{{ DATAFILE }}"
                 DISPLAY "ERRO: LOTE DE PAGAMENTO NAO ENCONTRADO: "
                      WITH NO ADVANCING
                 DISPLAY BATCH-ID
            ELSE IF PAY-STATUS NOT = "P" AND PAY-STATUS NOT = "L"
                 DISPLAY "ERRO: LOTE DE PAGAMENTO JA PROCESSADO: "
                      WITH NO ADVANCING
                 DISPLAY BATCH-ID
                 MOVE "D" TO RESULT-CODE
            ELSE
                 PERFORM RELEASE-RESUME-CHECK
                 PERFORM ELIGIBILITY-OPEN
                 IF WS-CRITERIA-OPEN = "Y"
                      PERFORM PAYOUT-OPEN
                 END-IF
                 PERFORM ELIGIBILITY-CLOSE.

       RELEASE-RESUME-CHECK SECTION.
            MOVE "N" TO WS-RESUMING.
            IF PAY-STATUS = "L"
                 MOVE "Y" TO WS-RESUMING
                 DISPLAY "AVISO: LIBERACAO INTERROMPIDA RETOMADA: "
                      WITH NO ADVANCING
                 DISPLAY BATCH-ID
                 PERFORM EVENT-INIT
                 MOVE "W" TO EVENT-SEVERITY
                 MOVE "PRST" TO EVENT-CODE
                 PERFORM EVENT-WRITE.

       PAYOUT-OPEN SECTION.
            MOVE PAY-VALUE-DATE TO WS-VALUE-DATE.
            IF WS-VALUE-DATE < WS-TODAY
                 MOVE WS-TODAY TO WS-VALUE-DATE.
            PERFORM MOVEMENT-OPEN.
            IF WS-MOVEMENT-OPEN = "Y"
                 PERFORM PAYOUT-START.

       PAYOUT-START SECTION.
            OPEN OUTPUT PAYOUT-FILE.
            IF PAYOUT-STATUS NOT = "00"
                 DISPLAY "ERRO: ARQUIVO DE PAGAMENTOS NAO ABERTO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY PAYOUT-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "IOER" TO EVENT-CODE
                 PERFORM EVENT-WRITE
                 PERFORM MOVEMENT-CLOSE
            ELSE
                 PERFORM HEADER-START
                 IF PAYBATCH-STATUS = "00"
                      PERFORM PAYOUT-WRITE
                 ELSE
                      CLOSE PAYOUT-FILE
                      PERFORM MOVEMENT-CLOSE
                 END-IF.

       HEADER-START SECTION.
            MOVE "L" TO PAY-STATUS.
            MOVE USER-ID TO PAY-CHECKER.
            MOVE FUNCTION CURRENT-DATE TO PAY-TIMESTAMP.
            REWRITE PAY-RECORD.
            IF PAYBATCH-STATUS NOT = "00"
                 PERFORM BATCH-WRITE-ERROR.

       PAYOUT-WRITE SECTION.
            PERFORM ENVELOPE-HEADER.
            MOVE BATCH-ID TO PAY-BATCH-ID.
            MOVE 1 TO PAY-ITEM-SEQ.
            START PAYBATCH-FILE KEY NOT LESS PAY-KEY.
            IF PAYBATCH-STATUS = "00"
                 PERFORM BATCH-READ
                 PERFORM RELEASE-LOOP
                      UNTIL PAYBATCH-STATUS NOT = "00"
                      OR PAY-BATCH-ID NOT = BATCH-ID.
            PERFORM ENVELOPE-TRAILER.
            CLOSE PAYOUT-FILE.
            PERFORM MOVEMENT-CLOSE.
            PERFORM HEADER-RELEASE.

       RELEASE-LOOP SECTION.
            ADD 1 TO WS-READ-COUNT.
            IF PAY-STATUS = "P"
                 PERFORM ITEM-RELEASE
            ELSE IF PAY-STATUS = "E" AND WS-RESUMING = "Y"
                 PERFORM ITEM-RESEND.
            PERFORM BATCH-READ.

       ITEM-RELEASE SECTION.
            MOVE PAY-MASTER-KEY TO {{ KEYNAME }}.
            READ FILE-NAME IGNORE LOCK.
            IF FILE-STATUS = "00"
                 PERFORM PAYEE-ELIGIBLE
            ELSE
                 MOVE "N" TO WS-ELIGIBLE
                 MOVE "REGISTRO NAO ENCONTRADO" TO WS-REASON.
            IF WS-ELIGIBLE = "Y" AND WS-PAY-AMOUNT < PAY-AMOUNT
                 MOVE "N" TO WS-ELIGIBLE
                 MOVE "SALDO ALTERADO APOS A PROPOSTA" TO WS-REASON.
            IF WS-ELIGIBLE = "Y" AND {{ PAYEEFIELD }} NOT = PAY-PAYEE
                 MOVE "N" TO WS-ELIGIBLE
                 MOVE "FAVORECIDO ALTERADO" TO WS-REASON.
            IF WS-ELIGIBLE = "Y"
                 PERFORM ITEM-PAY
            ELSE
                 PERFORM ITEM-EXCLUDE.

       ITEM-PAY SECTION.
            MOVE "E" TO PAY-STATUS.
            MOVE USER-ID TO PAY-CHECKER.
            MOVE FUNCTION CURRENT-DATE TO PAY-TIMESTAMP.
            REWRITE PAY-RECORD.
            IF PAYBATCH-STATUS NOT = "00"
                 PERFORM BATCH-WRITE-ERROR
            ELSE
                 MOVE "D" TO MOV-TYPE
                 MOVE WS-VALUE-DATE TO MOV-DATE
                 PERFORM MOVEMENT-WRITE
                 IF MOVEMENT-STATUS = "00"
                      PERFORM ITEM-PAID
                 ELSE
                      PERFORM ITEM-REVERT
                 END-IF.

       ITEM-REVERT SECTION.
            MOVE "P" TO PAY-STATUS.
            MOVE FUNCTION CURRENT-DATE TO PAY-TIMESTAMP.
            REWRITE PAY-RECORD.
            IF PAYBATCH-STATUS NOT = "00"
                 PERFORM BATCH-WRITE-ERROR.

       ITEM-RESEND SECTION.
            PERFORM PAYOUT-LINE-WRITE.
            MOVE SPACES TO WS-REASON.
            MOVE "REEMITIDO" TO WS-REPORT-TAG.
            PERFORM REPORT-DETAIL.

       PAYOUT-LINE-WRITE SECTION.
            MOVE SPACES TO PAYOUT-LINE.
            STRING "P;" PAY-BATCH-ID ";" PAY-ITEM-SEQ ";"
                 PAY-MASTER-KEY ";" PAY-PAYEE ";" PAY-AMOUNT ";"
                 WS-VALUE-DATE
                 DELIMITED BY SIZE INTO PAYOUT-LINE.
            WRITE PAYOUT-LINE.
            ADD 1 TO WS-BATCH-COUNT.
            ADD PAY-AMOUNT TO WS-BATCH-TOTAL.
            ADD PAY-AMOUNT TO WS-HASH-TOTAL.

       ITEM-PAID SECTION.
            PERFORM PAYOUT-LINE-WRITE.
            ADD PAY-AMOUNT TO WS-MOVED-TOTAL.
            MOVE SPACES TO WS-REASON.
            MOVE "PAGO" TO WS-REPORT-TAG.
            PERFORM REPORT-DETAIL.

       ITEM-EXCLUDE SECTION.
            ADD 1 TO WS-SKIPPED-COUNT.
            MOVE "X" TO PAY-STATUS.
            MOVE WS-REASON TO PAY-REASON.
            MOVE USER-ID TO PAY-CHECKER.
            MOVE FUNCTION CURRENT-DATE TO PAY-TIMESTAMP.
            REWRITE PAY-RECORD.
            IF PAYBATCH-STATUS NOT = "00"
                 PERFORM BATCH-WRITE-ERROR.
            DISPLAY "PAGAMENTO EXCLUIDO: " WITH NO ADVANCING.
            DISPLAY PAY-MASTER-KEY WITH NO ADVANCING.
            DISPLAY " " WITH NO ADVANCING.
            DISPLAY WS-REASON.
            MOVE "EXCLUIDO" TO WS-REPORT-TAG.
            PERFORM REPORT-DETAIL.

       HEADER-RELEASE SECTION.
            IF WS-ERROR-COUNT > 0
                 DISPLAY "ERRO: LIBERACAO INCOMPLETA DO LOTE "
                      WITH NO ADVANCING
                 DISPLAY BATCH-ID WITH NO ADVANCING
                 DISPLAY ". APROVE NOVAMENTE PARA CONCLUIR."
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "PINC" TO EVENT-CODE
                 PERFORM EVENT-WRITE
            ELSE
                 PERFORM HEADER-COMPLETE.

       HEADER-COMPLETE SECTION.
            MOVE BATCH-ID TO PAY-BATCH-ID.
            MOVE 0 TO PAY-ITEM-SEQ.
            READ PAYBATCH-FILE.
            IF PAYBATCH-STATUS = "00"
                 MOVE "A" TO PAY-STATUS
                 MOVE WS-BATCH-COUNT TO PAY-ITEM-COUNT
                 MOVE WS-BATCH-TOTAL TO PAY-AMOUNT
                 MOVE WS-VALUE-DATE TO PAY-VALUE-DATE
                 MOVE USER-ID TO PAY-CHECKER
                 MOVE FUNCTION CURRENT-DATE TO PAY-TIMESTAMP
                 REWRITE PAY-RECORD.
            IF PAYBATCH-STATUS NOT = "00"
                 PERFORM BATCH-WRITE-ERROR
            ELSE
                 MOVE "0" TO RESULT-CODE
                 DISPLAY "LOTE DE PAGAMENTO LIBERADO: "
                      WITH NO ADVANCING
                 DISPLAY BATCH-ID.
            IF RESULT-CODE = "0" AND WS-BATCH-COUNT > 0
                 AND PAY-PARTNER NOT = SPACES
                 PERFORM XMIT-REGISTER.

       ENVELOPE-HEADER SECTION.
            MOVE SPACES TO PAYOUT-LINE.
            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
            STRING "H;PAGAMENTOS;" WS-NOW(1:8) ";" BATCH-ID
                 DELIMITED BY SIZE INTO PAYOUT-LINE.
            WRITE PAYOUT-LINE.

       ENVELOPE-TRAILER SECTION.
            MOVE SPACES TO PAYOUT-LINE.
            STRING "T;" WS-BATCH-COUNT ";" WS-HASH-TOTAL
                 DELIMITED BY SIZE INTO PAYOUT-LINE.
            WRITE PAYOUT-LINE.

       XMIT-REGISTER SECTION.
            OPEN I-O XMIT-FILE.
            IF XMITREG-STATUS NOT = "00"
                 OPEN OUTPUT XMIT-FILE
                 CLOSE XMIT-FILE
                 OPEN I-O XMIT-FILE.
            MOVE SPACES TO XMIT-RECORD.
            MOVE PAY-PARTNER TO XMIT-PARTNER.
            MOVE "PAGAMENTOS" TO XMIT-FILE-ID.
            MOVE BATCH-ID TO XMIT-RUN-NUMBER.
            MOVE "PAYRUN" TO XMIT-PROGRAM.
            MOVE WS-PAYOUT-PATH TO XMIT-FILE-PATH.
            MOVE WS-BATCH-COUNT TO XMIT-RECORD-COUNT.
            MOVE WS-HASH-TOTAL TO XMIT-HASH-TOTAL.
            MOVE FUNCTION CURRENT-DATE TO XMIT-SENT-TIMESTAMP.
            MOVE "S" TO XMIT-STATE.
            MOVE 0 TO XMIT-ACK-COUNT.
            MOVE SPACES TO XMIT-ACK-REASON.
            MOVE SPACES TO XMIT-ACK-TIMESTAMP.
            WRITE XMIT-RECORD.
            IF XMITREG-STATUS NOT = "00"
                 DISPLAY "ERRO: ENVIO NAO REGISTRADO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY XMITREG-STATUS WITH NO ADVANCING
                 DISPLAY "."
            ELSE
                 DISPLAY "ENVIO REGISTRADO PARA O PARCEIRO "
                      WITH NO ADVANCING
                 DISPLAY XMIT-PARTNER.
            CLOSE XMIT-FILE.

       RETURN-PROCESS SECTION.
            MOVE "Y" TO WS-MOVEMENT-OPEN.
            OPEN INPUT PAYRET-FILE.
            IF PAYRET-STATUS NOT = "00"
                 DISPLAY "AVISO: NENHUMA DEVOLUCAO DO BANCO."
            ELSE
                 PERFORM MOVEMENT-OPEN
                 IF WS-MOVEMENT-OPEN = "Y"
                      PERFORM RETURN-READ
                      PERFORM RETURN-LOOP UNTIL PAYRET-STATUS NOT = "00"
                      PERFORM MOVEMENT-CLOSE
                 END-IF.
            CLOSE PAYRET-FILE.
            IF WS-MOVEMENT-OPEN = "Y"
                 MOVE "0" TO RESULT-CODE.

       RETURN-READ SECTION.
            READ PAYRET-FILE.

       RETURN-LOOP SECTION.
            MOVE SPACES TO WS-RET-TAG.
            MOVE SPACES TO WS-RET-BATCH-X.
            MOVE SPACES TO WS-RET-SEQ-X.
            MOVE SPACES TO WS-RET-REASON.
            UNSTRING PAYRET-LINE DELIMITED BY ";"
                 INTO WS-RET-TAG WS-RET-BATCH-X WS-RET-SEQ-X
                      WS-RET-REASON.
            IF WS-RET-TAG = "H" OR WS-RET-TAG = "T"
                 CONTINUE
            ELSE IF WS-RET-TAG NOT = "D"
                 OR WS-RET-BATCH-X NOT NUMERIC
                 OR WS-RET-SEQ-X NOT NUMERIC
                 OR WS-RET-SEQ-X = "000000"
                 ADD 1 TO WS-READ-COUNT
                 MOVE "DEVOLUCAO INVALIDA" TO WS-REASON
                 PERFORM RETURN-UNMATCHED
            ELSE
                 ADD 1 TO WS-READ-COUNT
                 PERFORM RETURN-MATCH.
            PERFORM RETURN-READ.

       RETURN-MATCH SECTION.
            MOVE WS-RET-BATCH-X TO PAY-BATCH-ID.
            MOVE WS-RET-SEQ-X TO PAY-ITEM-SEQ.
            READ PAYBATCH-FILE.
            IF PAYBATCH-STATUS NOT = "00"
                 OR PAY-DATAFILE NOT = "{{ DATAFILE }}"
                 MOVE "PAGAMENTO NAO ENCONTRADO" TO WS-REASON
                 PERFORM RETURN-UNMATCHED
            ELSE IF PAY-STATUS = "D"
                 MOVE "PAGAMENTO JA DEVOLVIDO" TO WS-REASON
                 PERFORM RETURN-UNMATCHED
            ELSE IF PAY-STATUS NOT = "E"
                 MOVE "PAGAMENTO NAO ENVIADO" TO WS-REASON
                 PERFORM RETURN-UNMATCHED
            ELSE
                 PERFORM RETURN-APPLY.

       RETURN-APPLY SECTION.
            MOVE PAY-REASON TO WS-PAY-REASON-SAVE.
            MOVE "D" TO PAY-STATUS.
            MOVE WS-RET-REASON TO PAY-REASON.
            MOVE FUNCTION CURRENT-DATE TO PAY-TIMESTAMP.
            REWRITE PAY-RECORD.
            IF PAYBATCH-STATUS NOT = "00"
                 PERFORM BATCH-WRITE-ERROR
            ELSE
                 MOVE "C" TO MOV-TYPE
                 MOVE WS-TODAY TO MOV-DATE
                 PERFORM MOVEMENT-WRITE
                 IF MOVEMENT-STATUS = "00"
                      PERFORM RETURN-MARK
                 ELSE
                      PERFORM RETURN-REVERT
                 END-IF.

       RETURN-REVERT SECTION.
            MOVE "E" TO PAY-STATUS.
            MOVE WS-PAY-REASON-SAVE TO PAY-REASON.
            MOVE FUNCTION CURRENT-DATE TO PAY-TIMESTAMP.
            REWRITE PAY-RECORD.
            IF PAYBATCH-STATUS NOT = "00"
                 PERFORM BATCH-WRITE-ERROR.

       RETURN-MARK SECTION.
            ADD 1 TO WS-BATCH-COUNT.
            ADD PAY-AMOUNT TO WS-BATCH-TOTAL.
            MOVE WS-RET-REASON TO WS-REASON.
            MOVE "DEVOLVIDO" TO WS-REPORT-TAG.
            PERFORM REPORT-DETAIL.
            DISPLAY "PAGAMENTO DEVOLVIDO: " WITH NO ADVANCING.
            DISPLAY PAY-MASTER-KEY.
            PERFORM EVENT-INIT.
            MOVE PAY-MASTER-KEY TO EVENT-KEY.
            MOVE "W" TO EVENT-SEVERITY.
            MOVE "PDEV" TO EVENT-CODE.
            PERFORM EVENT-WRITE.
            PERFORM HEADER-RETURN.

       HEADER-RETURN SECTION.
            MOVE PAY-AMOUNT TO WS-PAY-AMOUNT.
            MOVE 0 TO PAY-ITEM-SEQ.
            READ PAYBATCH-FILE.
            IF PAYBATCH-STATUS = "00"
                 IF PAY-STATUS = "A"
                      MOVE "F" TO PAY-STATUS
                 END-IF
                 ADD 1 TO PAY-RETURN-COUNT
                 ADD WS-PAY-AMOUNT TO PAY-RETURN-TOTAL
                 REWRITE PAY-RECORD.
            IF PAYBATCH-STATUS NOT = "00"
                 PERFORM BATCH-WRITE-ERROR.

       RETURN-UNMATCHED SECTION.
            ADD 1 TO WS-ERROR-COUNT.
            DISPLAY "DEVOLUCAO NAO CONCILIADA: " WITH NO ADVANCING.
            DISPLAY WS-REASON.
            MOVE SPACES TO REPORT-LINE.
            STRING "NAO CONCILIADO;" WS-REASON ";" PAYRET-LINE(1:60)
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM EVENT-INIT.
            MOVE PAYRET-LINE(1:20) TO EVENT-KEY.
            MOVE "W" TO EVENT-SEVERITY.
            MOVE "PUNM" TO EVENT-CODE.
            PERFORM EVENT-WRITE.

       ELIGIBILITY-OPEN SECTION.
            MOVE "Y" TO WS-CRITERIA-OPEN.
            OPEN INPUT PAYCRIT-FILE.
            IF PAYCRIT-STATUS NOT = "00"
                 MOVE "N" TO WS-CRITERIA-OPEN
                 DISPLAY "ERRO: CRITERIOS DE PAGAMENTO NAO ABERTOS. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY PAYCRIT-STATUS WITH NO ADVANCING
                 DISPLAY ".".
            OPEN INPUT DORMANT-FILE.
            OPEN INPUT HOLD-FILE.

       ELIGIBILITY-CLOSE SECTION.
            CLOSE PAYCRIT-FILE.
            CLOSE DORMANT-FILE.
            CLOSE HOLD-FILE.

       MOVEMENT-OPEN SECTION.
            MOVE "Y" TO WS-MOVEMENT-OPEN.
            PERFORM SCREENED-INQUIRE.
            IF BSRV-RESULT = "P"
                 PERFORM BATCH-POSTED-REFUSE
            ELSE IF OPERATION = "A"
                 PERFORM MOVEMENT-PENDING-CHECK.
            IF WS-MOVEMENT-OPEN = "Y"
                 PERFORM MOVEMENT-EXTEND.

       MOVEMENT-EXTEND SECTION.
            OPEN EXTEND MOVEMENT-FILE.
            IF MOVEMENT-STATUS = "35"
                 OPEN OUTPUT MOVEMENT-FILE.
            IF MOVEMENT-STATUS NOT = "00"
                 MOVE "N" TO WS-MOVEMENT-OPEN
                 ADD 1 TO WS-ERROR-COUNT
                 DISPLAY "ERRO: ARQUIVO DE MOVIMENTOS NAO ABERTO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY MOVEMENT-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "IOER" TO EVENT-CODE
                 PERFORM EVENT-WRITE.

       BATCH-POSTED-REFUSE SECTION.
            MOVE "N" TO WS-MOVEMENT-OPEN.
            MOVE SPACES TO BSRV-OPERATION.
            ADD 1 TO WS-ERROR-COUNT.
            DISPLAY "ERRO: ARQUIVO DE MOVIMENTO JA LANCADO. "
                 WITH NO ADVANCING.
            DISPLAY "RENOVE O ARQUIVO ANTES DE GERAR MOVIMENTOS.".
            PERFORM EVENT-INIT.
            MOVE "E" TO EVENT-SEVERITY.
            MOVE "MOVP" TO EVENT-CODE.
            PERFORM EVENT-WRITE.

       MOVEMENT-PENDING-CHECK SECTION.
            MOVE 0 TO WS-UNPOSTED-COUNT.
            OPEN INPUT MOVEMENT-FILE.
            IF MOVEMENT-STATUS = "00"
                 PERFORM MOVEMENT-READ
                 PERFORM MOVEMENT-PENDING-LOOP
                      UNTIL MOVEMENT-STATUS NOT = "00".
            CLOSE MOVEMENT-FILE.
            IF WS-UNPOSTED-COUNT > 0
                 MOVE "N" TO WS-MOVEMENT-OPEN
                 MOVE SPACES TO BSRV-OPERATION
                 ADD 1 TO WS-ERROR-COUNT
                 DISPLAY "ERRO: MOVIMENTOS PENDENTES DE LANCAMENTO: "
                      WITH NO ADVANCING
                 DISPLAY WS-UNPOSTED-COUNT
                 DISPLAY "LANCE O ARQUIVO DE MOVIMENTO ANTES DA "
                      WITH NO ADVANCING
                 DISPLAY "LIBERACAO."
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "MOVN" TO EVENT-CODE
                 PERFORM EVENT-WRITE.

       MOVEMENT-READ SECTION.
            READ MOVEMENT-FILE.

       MOVEMENT-PENDING-LOOP SECTION.
            IF WS-RESUMING NOT = "Y"
                 OR MOV-ORIGIN NOT = "P"
                 OR MOV-TYPE NOT = "D"
                 ADD 1 TO WS-UNPOSTED-COUNT.
            PERFORM MOVEMENT-READ.

       MOVEMENT-CLOSE SECTION.
            CLOSE MOVEMENT-FILE.
            PERFORM SCREENED-REGISTER.

       MOVEMENT-WRITE SECTION.
            MOVE PAY-MASTER-KEY TO MOV-KEY.
            MOVE PAY-AMOUNT TO MOV-AMOUNT.
            MOVE SPACES TO MOV-CURRENCY.
            MOVE "P" TO MOV-ORIGIN.
            WRITE MOVEMENT-RECORD.
            IF MOVEMENT-STATUS NOT = "00"
                 ADD 1 TO WS-ERROR-COUNT
                 DISPLAY "ERRO: MOVIMENTO NAO GRAVADO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY MOVEMENT-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM EVENT-INIT
                 MOVE PAY-MASTER-KEY TO EVENT-KEY
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "IOER" TO EVENT-CODE
                 PERFORM EVENT-WRITE.

       REPORT-HEADER SECTION.
            MOVE SPACES TO REPORT-LINE.
            STRING "PAGAMENTOS;{{ DATAFILE }};" OPERATION ";"
                 BATCH-ID ";" WS-TODAY
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-DETAIL SECTION.
            MOVE PAY-AMOUNT TO WS-EDIT-AMOUNT.
            MOVE SPACES TO REPORT-LINE.
            STRING WS-REPORT-TAG DELIMITED BY SPACE
                 ";" PAY-BATCH-ID ";" PAY-ITEM-SEQ ";" PAY-MASTER-KEY
                 ";" WS-EDIT-AMOUNT ";" WS-REASON
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-TOTALS SECTION.
            MOVE WS-BATCH-TOTAL TO WS-EDIT-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "TOTAL;" WS-BATCH-COUNT ";" WS-EDIT-TOTAL ";"
                 WS-SKIPPED-COUNT ";" WS-ERROR-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       EVENT-INIT SECTION.
            MOVE SPACES TO EVENT-RECORD.
            MOVE "PAYRUN" TO EVENT-PROGRAM.
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

       SCREENED-REGISTER SECTION.
            IF BSRV-OPERATION = "I"
                 MOVE "R" TO BSRV-OPERATION
                 MOVE RUNCTL-KEY TO BSRV-RUN-KEY
                 MOVE "1" TO BSRV-RESULT
                 CALL "BATCHSRV" USING BATCHSRV-ARGV
                 MOVE SPACES TO BSRV-OPERATION.

       RUN-INIT SECTION.
            MOVE SPACES TO RUNCTL-RECORD.
            MOVE "PAYRUN" TO RUNCTL-PROGRAM.
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
            OPEN I-O PAYBATCH-FILE.
            IF PAYBATCH-STATUS NOT = "00"
                 OPEN OUTPUT PAYBATCH-FILE
                 CLOSE PAYBATCH-FILE
                 OPEN I-O PAYBATCH-FILE.
            IF PAYBATCH-STATUS NOT = "00"
                 DISPLAY "ERRO: LOTES DE PAGAMENTO NAO ABERTOS. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY PAYBATCH-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM RUN-WRITE
                 CLOSE FILE-NAME
                 GOBACK.
            OPEN OUTPUT REPORT-FILE.

       FILE-CLOSE SECTION.
            CLOSE FILE-NAME.
            CLOSE PAYBATCH-FILE.
            CLOSE REPORT-FILE.
            GOBACK.
