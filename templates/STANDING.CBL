       $set ANIM
       $set ANS85
       $set AUTOLOCK
       $set BELL
       $set FILESHARE
       $set NOWARNING
       $set WRITETHROUGH
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDING.

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
            SELECT STANDING-FILE ASSIGN WS-STANDING-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS SI-KEY
                 FILE STATUS IS STANDING-STATUS.
            SELECT COUNTER-FILE ASSIGN WS-COUNTER-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS COUNTER-NAME
                 FILE STATUS IS COUNTER-STATUS.
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

       FD STANDING-FILE.
           COPY STANDREC.

       FD COUNTER-FILE.
       01   COUNTER-RECORD.
            03 COUNTER-NAME             PIC X(20).
            03 COUNTER-VALUE            PIC 9(09).

       FD AUDIT-FILE.
           COPY AUDITREC.

       FD REJECT-FILE.
           COPY REJREC.

       FD EVENT-FILE.
           COPY EVTREC.

       WORKING-STORAGE SECTION.
       01   WS-DATA-PATH                PIC X(100)
                                        VALUE "{{ DATAFILE }}".
       01   WS-STANDING-PATH            PIC X(100)
                                        VALUE "{{ STANDINGFILE }}".
       01   WS-COUNTER-PATH             PIC X(100)
                                        VALUE "{{ COUNTERFILE }}".
       01   WS-AUDIT-PATH               PIC X(100)
                                        VALUE "{{ AUDITFILE }}".
       01   WS-REJECT-PATH              PIC X(100)
                                        VALUE "{{ REJECTFILE }}".
       01   WS-EVENT-PATH               PIC X(100)
                                        VALUE "{{ EVENTFILE }}".
       01   FILE-STATUS                 PIC X(02) VALUE SPACES.
       01   STANDING-STATUS             PIC X(02) VALUE SPACES.
       01   COUNTER-STATUS              PIC X(02) VALUE SPACES.
       01   AUDIT-STATUS                PIC X(02) VALUE SPACES.
       01   REJECT-STATUS               PIC X(02) VALUE SPACES.
       01   EVENT-STATUS                PIC X(02) VALUE SPACES.
       01   WS-VALID                    PIC X(01) VALUE "Y".
       01   WS-MASTER-OK                PIC X(01) VALUE "Y".
       01   WS-OLD-IMAGE                PIC X(200) VALUE SPACES.
       01   WS-DATE-TEST                PIC X(08) VALUE SPACES.
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
            03 INSTRUCTION-ID           PIC 9(08).
            03 MASTER-KEY               PIC X(20).
            03 MOVEMENT-TYPE            PIC X(01).
            03 AMOUNT                   PIC 9(13)V99.
            03 FREQUENCY                PIC X(01).
            03 NEXT-DUE                 PIC X(08).
            03 END-DATE                 PIC X(08).
            03 REMAINING-COUNT          PIC 9(05).
            03 ADJUST-RULE              PIC X(01).
            03 RESULT-CODE              PIC X(01).

       PROCEDURE DIVISION USING ARGV.

       BEGIN.
            PERFORM CONFIG-RESOLVE.
            MOVE "1" TO RESULT-CODE.
            PERFORM AUTH-CHECK.
            PERFORM FILE-OPEN.
            IF OPERATION = "I"
                 PERFORM INSTRUCTION-CREATE
            ELSE IF OPERATION = "U"
                 PERFORM INSTRUCTION-AMEND
            ELSE IF OPERATION = "C"
                 PERFORM INSTRUCTION-CANCEL
            ELSE
                 DISPLAY "ERRO: OPERACAO INVALIDA.".
            PERFORM FILE-CLOSE.

       CONFIG-RESOLVE SECTION.
            MOVE "{{ DATAFILE }}" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-DATA-PATH.
            MOVE "STANDINGFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-STANDING-PATH.
            MOVE "COUNTERFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-COUNTER-PATH.
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
            IF OPERATION = "I"
                 MOVE "I" TO AUTH-OPERATION
            ELSE IF OPERATION = "C"
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

       INSTRUCTION-CREATE SECTION.
            PERFORM ARGUMENT-VALIDATE.
            IF WS-VALID = "Y"
                 PERFORM MASTER-CHECK.
            IF WS-VALID = "Y"
                 PERFORM INSTRUCTION-ID-ASSIGN.
            IF WS-VALID = "Y"
                 MOVE SPACES TO STANDING-RECORD
                 MOVE "{{ DATAFILE }}" TO SI-DATAFILE
                 MOVE INSTRUCTION-ID TO SI-ID
                 MOVE MASTER-KEY TO SI-MASTER-KEY
                 PERFORM INSTRUCTION-FILL
                 MOVE "A" TO SI-STATUS
                 WRITE STANDING-RECORD
                 IF STANDING-STATUS = "00"
                      MOVE SPACES TO WS-OLD-IMAGE
                      PERFORM AUDIT-INIT
                      MOVE "I" TO AUDIT-OPERATION
                      PERFORM AUDIT-WRITE
                      MOVE "0" TO RESULT-CODE
                      DISPLAY "INSTRUCAO INCLUIDA: " WITH NO ADVANCING
                      DISPLAY INSTRUCTION-ID
                 ELSE
                      PERFORM INSTRUCTION-IO-FAIL
                 END-IF
            ELSE
                 PERFORM INSTRUCTION-REFUSE.

       INSTRUCTION-AMEND SECTION.
            PERFORM INSTRUCTION-FETCH.
            IF WS-VALID = "Y"
                 PERFORM ARGUMENT-VALIDATE.
            IF WS-VALID = "Y"
                 MOVE SI-MASTER-KEY TO MASTER-KEY
                 PERFORM MASTER-CHECK.
            IF WS-VALID = "Y"
                 MOVE STANDING-RECORD TO WS-OLD-IMAGE
                 PERFORM INSTRUCTION-FILL
                 REWRITE STANDING-RECORD
                 IF STANDING-STATUS = "00"
                      PERFORM AUDIT-INIT
                      MOVE "U" TO AUDIT-OPERATION
                      PERFORM AUDIT-WRITE
                      MOVE "0" TO RESULT-CODE
                      DISPLAY "INSTRUCAO ALTERADA."
                 ELSE
                      PERFORM INSTRUCTION-IO-FAIL
                 END-IF
            ELSE
                 PERFORM INSTRUCTION-REFUSE.

       INSTRUCTION-CANCEL SECTION.
            PERFORM INSTRUCTION-FETCH.
            IF WS-VALID = "Y"
                 MOVE STANDING-RECORD TO WS-OLD-IMAGE
                 MOVE "C" TO SI-STATUS
                 MOVE USER-ID TO SI-MAKER
                 MOVE FUNCTION CURRENT-DATE TO SI-TIMESTAMP
                 REWRITE STANDING-RECORD
                 IF STANDING-STATUS = "00"
                      PERFORM AUDIT-INIT
                      MOVE "D" TO AUDIT-OPERATION
                      PERFORM AUDIT-WRITE
                      MOVE "0" TO RESULT-CODE
                      DISPLAY "INSTRUCAO CANCELADA."
                 ELSE
                      PERFORM INSTRUCTION-IO-FAIL
                 END-IF
            ELSE
                 PERFORM INSTRUCTION-REFUSE.

       INSTRUCTION-FETCH SECTION.
            MOVE "Y" TO WS-VALID.
            MOVE "Y" TO WS-MASTER-OK.
            MOVE "{{ DATAFILE }}" TO SI-DATAFILE.
            MOVE INSTRUCTION-ID TO SI-ID.
            READ STANDING-FILE.
            IF STANDING-STATUS NOT = "00"
                 DISPLAY "ERRO: INSTRUCAO NAO ENCONTRADA."
                 MOVE "N" TO WS-VALID
            ELSE IF SI-STATUS = "C" OR SI-STATUS = "E"
                 DISPLAY "ERRO: INSTRUCAO JA ENCERRADA."
                 MOVE "N" TO WS-VALID.

       INSTRUCTION-FILL SECTION.
            MOVE MOVEMENT-TYPE TO SI-MOV-TYPE.
            MOVE AMOUNT TO SI-AMOUNT.
            MOVE FREQUENCY TO SI-FREQUENCY.
            MOVE NEXT-DUE TO SI-NEXT-DUE.
            MOVE NEXT-DUE(7:2) TO SI-ANCHOR-DAY.
            MOVE END-DATE TO SI-END-DATE.
            MOVE REMAINING-COUNT TO SI-REMAINING.
            IF ADJUST-RULE = "P"
                 MOVE "P" TO SI-ADJUST
            ELSE
                 MOVE "N" TO SI-ADJUST.
            MOVE USER-ID TO SI-MAKER.
            MOVE FUNCTION CURRENT-DATE TO SI-TIMESTAMP.

       ARGUMENT-VALIDATE SECTION.
            MOVE "Y" TO WS-VALID.
            MOVE "Y" TO WS-MASTER-OK.
            IF MOVEMENT-TYPE NOT = "C" AND MOVEMENT-TYPE NOT = "D"
                 DISPLAY "ERRO: TIPO DE MOVIMENTO INVALIDO."
                 MOVE "N" TO WS-VALID.
            IF AMOUNT NOT NUMERIC
                 DISPLAY "ERRO: VALOR INVALIDO."
                 MOVE "N" TO WS-VALID
            ELSE IF AMOUNT = ZERO
                 DISPLAY "ERRO: VALOR INVALIDO."
                 MOVE "N" TO WS-VALID.
            IF FREQUENCY NOT = "S" AND FREQUENCY NOT = "Q"
                 AND FREQUENCY NOT = "M" AND FREQUENCY NOT = "T"
                 AND FREQUENCY NOT = "E" AND FREQUENCY NOT = "A"
                 DISPLAY "ERRO: FREQUENCIA INVALIDA."
                 MOVE "N" TO WS-VALID.
            IF REMAINING-COUNT NOT NUMERIC
                 DISPLAY "ERRO: QUANTIDADE RESTANTE INVALIDA."
                 MOVE "N" TO WS-VALID.
            MOVE NEXT-DUE TO WS-DATE-TEST.
            PERFORM DATE-VALIDATE.
            IF END-DATE NOT = SPACES
                 MOVE END-DATE TO WS-DATE-TEST
                 PERFORM DATE-VALIDATE
                 IF END-DATE < NEXT-DUE
                      DISPLAY "ERRO: DATA FINAL ANTERIOR AO VENCIMENTO."
                      MOVE "N" TO WS-VALID
                 END-IF.

       DATE-VALIDATE SECTION.
            MOVE SPACES TO DATESRV-ARGV.
            MOVE "V" TO DSRV-OPERATION.
            MOVE WS-DATE-TEST TO DSRV-INPUT.
            MOVE 0 TO DSRV-DAYS.
            MOVE "1" TO DSRV-RESULT.
            CALL "DATESRV" USING DATESRV-ARGV.
            IF DSRV-RESULT NOT = "0"
                 DISPLAY "ERRO: DATA INVALIDA: " WITH NO ADVANCING
                 DISPLAY WS-DATE-TEST
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

       INSTRUCTION-ID-ASSIGN SECTION.
            OPEN I-O COUNTER-FILE.
            IF COUNTER-STATUS NOT = "00"
                 OPEN OUTPUT COUNTER-FILE
                 CLOSE COUNTER-FILE
                 OPEN I-O COUNTER-FILE.
            MOVE "STANDING" TO COUNTER-NAME.
            READ COUNTER-FILE.
            IF COUNTER-STATUS = "00"
                 ADD 1 TO COUNTER-VALUE
                 REWRITE COUNTER-RECORD
            ELSE
                 MOVE "STANDING" TO COUNTER-NAME
                 MOVE 1 TO COUNTER-VALUE
                 WRITE COUNTER-RECORD.
            IF COUNTER-STATUS NOT = "00"
                 DISPLAY "ERRO: CONTADOR NAO ATUALIZADO."
                 MOVE "N" TO WS-VALID.
            MOVE COUNTER-VALUE TO INSTRUCTION-ID.
            CLOSE COUNTER-FILE.

       INSTRUCTION-REFUSE SECTION.
            PERFORM REJECT-INIT.
            PERFORM EVENT-INIT.
            MOVE "E" TO EVENT-SEVERITY.
            IF WS-MASTER-OK = "N"
                 MOVE "SI" TO REJECT-REASON
                 MOVE "NFND" TO EVENT-CODE
            ELSE
                 MOVE "VL" TO REJECT-REASON
                 MOVE "VALD" TO EVENT-CODE.
            PERFORM REJECT-WRITE.
            PERFORM EVENT-WRITE.

       INSTRUCTION-IO-FAIL SECTION.
            DISPLAY "ERRO: INSTRUCAO NAO GRAVADA. " WITH NO ADVANCING.
            DISPLAY "FILE-STATUS " WITH NO ADVANCING.
            DISPLAY STANDING-STATUS WITH NO ADVANCING.
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
            MOVE "STANDING" TO AUDIT-PROGRAM.
            MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
            MOVE SI-ID TO AUDIT-KEY.
            MOVE WS-OLD-IMAGE TO AUDIT-OLD-VALUES.
            MOVE STANDING-RECORD TO AUDIT-NEW-VALUES.
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
            MOVE "STANDING" TO SEAL-PROGRAM.
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
            MOVE "STANDING" TO REJECT-PROGRAM.
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
            MOVE "STANDING" TO EVENT-PROGRAM.
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
            OPEN I-O STANDING-FILE.
            IF STANDING-STATUS NOT = "00"
                 OPEN OUTPUT STANDING-FILE
                 CLOSE STANDING-FILE
                 OPEN I-O STANDING-FILE.

       FILE-CLOSE SECTION.
            CLOSE FILE-NAME.
            CLOSE STANDING-FILE.
            GOBACK.
