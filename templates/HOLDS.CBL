       $set ANIM
       $set ANS85
       $set AUTOLOCK
       $set BELL
       $set FILESHARE
       $set NOWARNING
       $set WRITETHROUGH
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDS.

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
            SELECT HOLD-FILE ASSIGN WS-HOLD-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS HL-KEY
                 FILE STATUS IS HOLD-STATUS.
            SELECT AUDIT-FILE ASSIGN WS-AUDIT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS AUDIT-STATUS.
            SELECT REJECT-FILE ASSIGN WS-REJECT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS REJECT-STATUS.
            SELECT EVENT-FILE ASSIGN WS-EVENT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS EVENT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FILE-NAME.
{{ FIELDS }}

       FD HOLD-FILE.
           COPY HOLDREC.

       FD AUDIT-FILE.
           COPY AUDITREC.

       FD REJECT-FILE.
           COPY REJREC.

       FD EVENT-FILE.
           COPY EVTREC.

       WORKING-STORAGE SECTION.
       01   WS-DATA-PATH                PIC X(100)
                                        VALUE "{{ DATAFILE }}".
       01   WS-HOLD-PATH                PIC X(100)
                                        VALUE "{{ HOLDFILE }}".
       01   WS-AUDIT-PATH               PIC X(100)
                                        VALUE "{{ AUDITFILE }}".
       01   WS-REJECT-PATH              PIC X(100)
                                        VALUE "{{ REJECTFILE }}".
       01   WS-EVENT-PATH               PIC X(100)
                                        VALUE "{{ EVENTFILE }}".
       01   FILE-STATUS                 PIC X(02) VALUE SPACES.
       01   HOLD-STATUS                 PIC X(02) VALUE SPACES.
       01   AUDIT-STATUS                PIC X(02) VALUE SPACES.
       01   REJECT-STATUS               PIC X(02) VALUE SPACES.
       01   EVENT-STATUS                PIC X(02) VALUE SPACES.
       01   WS-VALID                    PIC X(01) VALUE "Y".
       01   WS-MASTER-OK                PIC X(01) VALUE "Y".
       01   WS-OLD-IMAGE                PIC X(200) VALUE SPACES.
       01   WS-TODAY                    PIC X(08) VALUE SPACES.
       01   WS-LAST-SEQ                 PIC 9(05) VALUE 0.
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
            03 OPERATION                PIC X(01).
            03 MASTER-KEY               PIC X(20).
            03 HOLD-SEQ                 PIC 9(05).
            03 AMOUNT                   PIC 9(13)V99.
            03 REASON-CODE              PIC X(02).
            03 REASON                   PIC X(30).
            03 EXPIRY-DATE              PIC X(08).
            03 RESULT-CODE              PIC X(01).

       PROCEDURE DIVISION USING ARGV.

       BEGIN.
            PERFORM CONFIG-RESOLVE.
            MOVE "1" TO RESULT-CODE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            PERFORM AUTH-CHECK.
            PERFORM FILE-OPEN.
            IF OPERATION = "L"
                 PERFORM LIMIT-SET
            ELSE IF OPERATION = "P"
                 PERFORM HOLD-PLACE
            ELSE IF OPERATION = "R"
                 PERFORM HOLD-RELEASE
            ELSE
                 DISPLAY "ERRO: OPERACAO INVALIDA.".
            PERFORM FILE-CLOSE.

       CONFIG-RESOLVE SECTION.
            MOVE "{{ DATAFILE }}" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-DATA-PATH.
            MOVE "HOLDFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-HOLD-PATH.
            MOVE "AUDITFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-AUDIT-PATH.
            MOVE "REJECTFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-REJECT-PATH.
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
            IF OPERATION = "P"
                 MOVE "I" TO AUTH-OPERATION
            ELSE IF OPERATION = "R"
                 MOVE "D" TO AUTH-OPERATION
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

       LIMIT-SET SECTION.
            MOVE "Y" TO WS-VALID.
            MOVE "Y" TO WS-MASTER-OK.
            IF AMOUNT NOT NUMERIC
                 DISPLAY "ERRO: VALOR INVALIDO."
                 MOVE "N" TO WS-VALID.
            IF WS-VALID = "Y"
                 PERFORM MASTER-CHECK.
            IF WS-VALID = "Y"
                 MOVE "{{ DATAFILE }}" TO HL-DATAFILE
                 MOVE MASTER-KEY TO HL-MASTER-KEY
                 MOVE 0 TO HL-SEQ
                 READ HOLD-FILE
                 IF HOLD-STATUS = "00"
                      MOVE HOLD-RECORD TO WS-OLD-IMAGE
                      PERFORM LIMIT-FILL
                      REWRITE HOLD-RECORD
                 ELSE
                      MOVE SPACES TO WS-OLD-IMAGE
                      MOVE SPACES TO HOLD-RECORD
                      MOVE "{{ DATAFILE }}" TO HL-DATAFILE
                      MOVE MASTER-KEY TO HL-MASTER-KEY
                      MOVE 0 TO HL-SEQ
                      PERFORM LIMIT-FILL
                      WRITE HOLD-RECORD
                 END-IF
                 IF HOLD-STATUS = "00"
                      PERFORM AUDIT-INIT
                      IF WS-OLD-IMAGE = SPACES
                           MOVE "I" TO AUDIT-OPERATION
                      ELSE
                           MOVE "U" TO AUDIT-OPERATION
                      END-IF
                      PERFORM AUDIT-WRITE
                      MOVE "0" TO RESULT-CODE
                      DISPLAY "LIMITE ATUALIZADO."
                 ELSE
                      PERFORM HOLD-IO-FAIL
                 END-IF
            ELSE
                 PERFORM HOLD-REFUSE.

       LIMIT-FILL SECTION.
            MOVE "L" TO HL-KIND.
            MOVE AMOUNT TO HL-AMOUNT.
            MOVE REASON-CODE TO HL-REASON-CODE.
            MOVE REASON TO HL-REASON.
            MOVE USER-ID TO HL-PLACED-BY.
            MOVE WS-TODAY TO HL-PLACED-DATE.
            MOVE SPACES TO HL-EXPIRY-DATE.
            MOVE "A" TO HL-STATUS.
            MOVE SPACES TO HL-CLOSED-BY.
            MOVE FUNCTION CURRENT-DATE TO HL-TIMESTAMP.

       HOLD-PLACE SECTION.
            PERFORM ARGUMENT-VALIDATE.
            IF WS-VALID = "Y"
                 PERFORM MASTER-CHECK.
            IF WS-VALID = "Y"
                 PERFORM HOLD-SEQ-ASSIGN
                 MOVE SPACES TO HOLD-RECORD
                 MOVE "{{ DATAFILE }}" TO HL-DATAFILE
                 MOVE MASTER-KEY TO HL-MASTER-KEY
                 MOVE HOLD-SEQ TO HL-SEQ
                 MOVE "H" TO HL-KIND
                 MOVE AMOUNT TO HL-AMOUNT
                 MOVE REASON-CODE TO HL-REASON-CODE
                 MOVE REASON TO HL-REASON
                 MOVE USER-ID TO HL-PLACED-BY
                 MOVE WS-TODAY TO HL-PLACED-DATE
                 MOVE EXPIRY-DATE TO HL-EXPIRY-DATE
                 MOVE "A" TO HL-STATUS
                 MOVE FUNCTION CURRENT-DATE TO HL-TIMESTAMP
                 WRITE HOLD-RECORD
                 IF HOLD-STATUS = "00"
                      MOVE SPACES TO WS-OLD-IMAGE
                      PERFORM AUDIT-INIT
                      MOVE "I" TO AUDIT-OPERATION
                      PERFORM AUDIT-WRITE
                      MOVE "0" TO RESULT-CODE
                      DISPLAY "BLOQUEIO INCLUIDO: " WITH NO ADVANCING
                      DISPLAY HOLD-SEQ
                 ELSE
                      PERFORM HOLD-IO-FAIL
                 END-IF
            ELSE
                 PERFORM HOLD-REFUSE.

       HOLD-RELEASE SECTION.
            MOVE "Y" TO WS-VALID.
            MOVE "Y" TO WS-MASTER-OK.
            MOVE "{{ DATAFILE }}" TO HL-DATAFILE.
            MOVE MASTER-KEY TO HL-MASTER-KEY.
            MOVE HOLD-SEQ TO HL-SEQ.
            READ HOLD-FILE.
            IF HOLD-STATUS NOT = "00" OR HL-KIND NOT = "H"
                 DISPLAY "ERRO: BLOQUEIO NAO ENCONTRADO."
                 MOVE "N" TO WS-VALID
            ELSE IF HL-STATUS NOT = "A"
                 DISPLAY "ERRO: BLOQUEIO JA ENCERRADO."
                 MOVE "N" TO WS-VALID.
            IF WS-VALID = "Y"
                 MOVE HOLD-RECORD TO WS-OLD-IMAGE
                 MOVE "R" TO HL-STATUS
                 MOVE USER-ID TO HL-CLOSED-BY
                 MOVE FUNCTION CURRENT-DATE TO HL-TIMESTAMP
                 REWRITE HOLD-RECORD
                 IF HOLD-STATUS = "00"
                      PERFORM AUDIT-INIT
                      MOVE "D" TO AUDIT-OPERATION
                      PERFORM AUDIT-WRITE
                      MOVE "0" TO RESULT-CODE
                      DISPLAY "BLOQUEIO LIBERADO."
                 ELSE
                      PERFORM HOLD-IO-FAIL
                 END-IF
            ELSE
                 PERFORM HOLD-REFUSE.

       ARGUMENT-VALIDATE SECTION.
            MOVE "Y" TO WS-VALID.
            MOVE "Y" TO WS-MASTER-OK.
            IF AMOUNT NOT NUMERIC
                 DISPLAY "ERRO: VALOR INVALIDO."
                 MOVE "N" TO WS-VALID
            ELSE IF AMOUNT = ZERO
                 DISPLAY "ERRO: VALOR INVALIDO."
                 MOVE "N" TO WS-VALID.
            IF REASON-CODE = SPACES
                 DISPLAY "ERRO: MOTIVO NAO INFORMADO."
                 MOVE "N" TO WS-VALID.
            IF EXPIRY-DATE NOT = SPACES
                 PERFORM DATE-VALIDATE
                 IF EXPIRY-DATE < WS-TODAY
                      DISPLAY "ERRO: VALIDADE ANTERIOR A HOJE."
                      MOVE "N" TO WS-VALID
                 END-IF.

       DATE-VALIDATE SECTION.
            MOVE SPACES TO DATESRV-ARGV.
            MOVE "V" TO DSRV-OPERATION.
            MOVE EXPIRY-DATE TO DSRV-INPUT.
            MOVE 0 TO DSRV-DAYS.
            MOVE "1" TO DSRV-RESULT.
            CALL "DATESRV" USING DATESRV-ARGV.
            IF DSRV-RESULT NOT = "0"
                 DISPLAY "ERRO: DATA INVALIDA: " WITH NO ADVANCING
                 DISPLAY EXPIRY-DATE
                 MOVE "N" TO WS-VALID.

       MASTER-CHECK SECTION.
            MOVE MASTER-KEY TO {{ KEYNAME }}.
            READ FILE-NAME IGNORE LOCK.
            IF FILE-STATUS NOT = "00"
                 DISPLAY "ERRO: MESTRE NAO ENCONTRADO."
                 MOVE "N" TO WS-VALID
                 MOVE "N" TO WS-MASTER-OK
            ELSE IF {{ DELETEDFLAG }} = "S"
                 DISPLAY "ERRO: MESTRE EXCLUIDO."
                 MOVE "N" TO WS-VALID
                 MOVE "N" TO WS-MASTER-OK.

       HOLD-SEQ-ASSIGN SECTION.
            MOVE 0 TO WS-LAST-SEQ.
            MOVE "{{ DATAFILE }}" TO HL-DATAFILE.
            MOVE MASTER-KEY TO HL-MASTER-KEY.
            MOVE 0 TO HL-SEQ.
            START HOLD-FILE KEY NOT LESS HL-KEY.
            IF HOLD-STATUS = "00"
                 PERFORM HOLD-READ
                 PERFORM HOLD-SEQ-LOOP
                      UNTIL HOLD-STATUS NOT = "00"
                      OR HL-DATAFILE NOT = "{{ DATAFILE }}"
                      OR HL-MASTER-KEY NOT = MASTER-KEY.
            COMPUTE HOLD-SEQ = WS-LAST-SEQ + 1.

       HOLD-READ SECTION.
            READ HOLD-FILE NEXT.

       HOLD-SEQ-LOOP SECTION.
            MOVE HL-SEQ TO WS-LAST-SEQ.
            PERFORM HOLD-READ.

       HOLD-REFUSE SECTION.
            PERFORM REJECT-INIT.
            PERFORM EVENT-INIT.
            MOVE "E" TO EVENT-SEVERITY.
            IF WS-MASTER-OK = "N"
                 MOVE "NM" TO REJECT-REASON
                 MOVE "NFND" TO EVENT-CODE
            ELSE
                 MOVE "VL" TO REJECT-REASON
                 MOVE "VALD" TO EVENT-CODE.
            PERFORM REJECT-WRITE.
            PERFORM EVENT-WRITE.

       HOLD-IO-FAIL SECTION.
            DISPLAY "ERRO: BLOQUEIO NAO GRAVADO. " WITH NO ADVANCING.
            DISPLAY "FILE-STATUS " WITH NO ADVANCING.
            DISPLAY HOLD-STATUS WITH NO ADVANCING.
            DISPLAY ".".
            PERFORM REJECT-INIT.
            MOVE "FS" TO REJECT-REASON.
            PERFORM REJECT-WRITE.
            PERFORM EVENT-INIT.
            MOVE "E" TO EVENT-SEVERITY.
            MOVE "IOER" TO EVENT-CODE.
            PERFORM EVENT-WRITE.

       AUDIT-INIT SECTION.
            MOVE SPACES TO AUDIT-RECORD.
            MOVE "HOLDS" TO AUDIT-PROGRAM.
            MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
            MOVE MASTER-KEY TO AUDIT-KEY.
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
            MOVE "HOLDS" TO SEAL-PROGRAM.
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

       REJECT-INIT SECTION.
            MOVE SPACES TO REJECT-RECORD.
            MOVE "HOLDS" TO REJECT-PROGRAM.
            MOVE FUNCTION CURRENT-DATE TO REJECT-TIMESTAMP.
            MOVE ARGV TO REJECT-DATA.

       REJECT-WRITE SECTION.
            OPEN EXTEND REJECT-FILE.
            IF REJECT-STATUS = "35"
                 OPEN OUTPUT REJECT-FILE.
            WRITE REJECT-RECORD.
            CLOSE REJECT-FILE.

       EVENT-INIT SECTION.
            MOVE SPACES TO EVENT-RECORD.
            MOVE "HOLDS" TO EVENT-PROGRAM.
            MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP.
            MOVE MASTER-KEY TO EVENT-KEY.

       EVENT-WRITE SECTION.
            OPEN EXTEND EVENT-FILE.
            IF EVENT-STATUS = "35"
                 OPEN OUTPUT EVENT-FILE.
            WRITE EVENT-RECORD.
            CLOSE EVENT-FILE.

       FILE-OPEN SECTION.
            OPEN INPUT FILE-NAME.
            IF FILE-STATUS NOT = "00"
                 DISPLAY "ERRO: ARQUIVO NAO ABERTO. " WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY FILE-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 GOBACK.
            OPEN I-O HOLD-FILE.
            IF HOLD-STATUS NOT = "00"
                 OPEN OUTPUT HOLD-FILE
                 CLOSE HOLD-FILE
                 OPEN I-O HOLD-FILE.

       FILE-CLOSE SECTION.
            CLOSE FILE-NAME.
            CLOSE HOLD-FILE.
            GOBACK.
