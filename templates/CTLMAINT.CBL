       $set ANIM
       $set ANS85
       $set AUTOLOCK
       $set BELL
       $set FILESHARE
       $set NOWARNING
       $set WRITETHROUGH
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLMAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
            SELECT CALENDAR-FILE ASSIGN WS-CALENDAR-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS CAL-DATE
                 FILE STATUS IS CALENDAR-STATUS.
            SELECT SCHEDULE-FILE ASSIGN WS-SCHEDULE-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS SCHED-CHAIN-NAME
                 FILE STATUS IS SCHEDULE-STATUS.
            SELECT CHAIN-FILE ASSIGN WS-CHAIN-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS CHAIN-NAME
                 FILE STATUS IS CHAIN-STATUS.
            SELECT PARTNER-FILE ASSIGN WS-PARTNERCTL-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS PARTNER-ID
                 FILE STATUS IS PARTNER-STATUS.
            SELECT ACKDL-FILE ASSIGN WS-ACKDL-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS ADL-PARTNER-ID
                 FILE STATUS IS ACKDL-STATUS.
            SELECT MAPPING-FILE ASSIGN WS-MAPPING-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS MAP-KEY
                 FILE STATUS IS MAPPING-STATUS.
            SELECT CODETAB-FILE ASSIGN WS-CODETAB-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS CODE-KEY
                 FILE STATUS IS CODETAB-STATUS.
            SELECT PERM-FILE ASSIGN WS-PERM-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS PERM-KEY
                 FILE STATUS IS PERM-STATUS.
            SELECT SCOPE-FILE ASSIGN WS-SCOPE-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS SCOPE-KEY
                 FILE STATUS IS SCOPE-STATUS.
            SELECT PAYCRIT-FILE ASSIGN WS-PAYCRIT-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS PCR-KEY
                 FILE STATUS IS PAYCRIT-STATUS.
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
            SELECT AUDIT-FILE ASSIGN WS-AUDIT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS AUDIT-STATUS.
            SELECT EVENT-FILE ASSIGN WS-EVENT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS EVENT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD CALENDAR-FILE.
       01   CALENDAR-RECORD.
            03 CAL-DATE                 PIC X(08).
            03 CAL-DESCRIPTION          PIC X(30).

       FD SCHEDULE-FILE.
       01   SCHEDULE-RECORD.
            03 SCHED-CHAIN-NAME         PIC X(20).
            03 SCHED-PROGRAM            PIC X(08).
            03 SCHED-FREQUENCY          PIC X(01).
            03 SCHED-DAY                PIC 9(02).
            03 SCHED-HOLIDAY-RULE       PIC X(01).

       FD CHAIN-FILE.
       01   CHAIN-RECORD.
            03 CHAIN-NAME               PIC X(20).
            03 CHAIN-LAST-STEP          PIC 9(02).
            03 CHAIN-RUN-STATUS         PIC X(01).

       FD PARTNER-FILE.
           COPY PARTNREC.

       FD ACKDL-FILE.
           COPY ACKDLREC.

       FD MAPPING-FILE.
       01   MAPPING-RECORD.
            03 MAP-KEY.
               05 MAP-PARTNER           PIC X(08).
               05 MAP-SEQUENCE          PIC 9(03).
            03 MAP-SOURCE-POS           PIC 9(04).
            03 MAP-SOURCE-LEN           PIC 9(03).
            03 MAP-TARGET-POS           PIC 9(04).
            03 MAP-TARGET-LEN           PIC 9(03).
            03 MAP-TYPE                 PIC X(01).
            03 MAP-CODE-TABLE           PIC X(08).

       FD CODETAB-FILE.
       01   CODETAB-RECORD.
            03 CODE-KEY.
               05 CODE-TABLE            PIC X(08).
               05 CODE-SOURCE           PIC X(08).
            03 CODE-TARGET              PIC X(08).

       FD PERM-FILE.
           COPY PERMREC.

       FD SCOPE-FILE.
           COPY SCOPEREC.

       FD PAYCRIT-FILE.
           COPY PAYCRIT.

       FD PENDING-FILE.
           COPY PENDREC.

       FD COUNTER-FILE.
       01   COUNTER-RECORD.
            03 COUNTER-NAME             PIC X(20).
            03 COUNTER-VALUE            PIC 9(09).

       FD AUDIT-FILE.
           COPY AUDITREC.

       FD EVENT-FILE.
           COPY EVTREC.

       WORKING-STORAGE SECTION.
       01   WS-CALENDAR-PATH            PIC X(100)
                                        VALUE "{{ CALENDARFILE }}".
       01   WS-SCHEDULE-PATH            PIC X(100)
                                        VALUE "{{ SCHEDULEFILE }}".
       01   WS-CHAIN-PATH               PIC X(100)
                                        VALUE "{{ CHAINFILE }}".
       01   WS-PARTNERCTL-PATH          PIC X(100)
                                        VALUE "{{ PARTNERCTLFILE }}".
       01   WS-ACKDL-PATH               PIC X(100)
                                        VALUE "{{ ACKDLFILE }}".
       01   WS-MAPPING-PATH             PIC X(100)
                                        VALUE "{{ MAPPINGFILE }}".
       01   WS-CODETAB-PATH             PIC X(100)
                                        VALUE "{{ CODETABFILE }}".
       01   WS-PERM-PATH                PIC X(100)
                                        VALUE "{{ PERMFILE }}".
       01   WS-SCOPE-PATH               PIC X(100)
                                        VALUE "{{ SCOPEFILE }}".
       01   WS-PAYCRIT-PATH             PIC X(100)
                                        VALUE "{{ PAYCRITFILE }}".
       01   WS-PENDING-PATH             PIC X(100)
                                        VALUE "{{ PENDINGFILE }}".
       01   WS-COUNTER-PATH             PIC X(100)
                                        VALUE "{{ COUNTERFILE }}".
       01   WS-AUDIT-PATH               PIC X(100)
                                        VALUE "{{ AUDITFILE }}".
       01   WS-EVENT-PATH               PIC X(100)
                                        VALUE "{{ EVENTFILE }}".
       01   CALENDAR-STATUS             PIC X(02) VALUE SPACES.
       01   SCHEDULE-STATUS             PIC X(02) VALUE SPACES.
       01   CHAIN-STATUS                PIC X(02) VALUE SPACES.
       01   PARTNER-STATUS              PIC X(02) VALUE SPACES.
       01   ACKDL-STATUS                PIC X(02) VALUE SPACES.
       01   MAPPING-STATUS              PIC X(02) VALUE SPACES.
       01   CODETAB-STATUS              PIC X(02) VALUE SPACES.
       01   PERM-STATUS                 PIC X(02) VALUE SPACES.
       01   SCOPE-STATUS                PIC X(02) VALUE SPACES.
       01   PAYCRIT-STATUS              PIC X(02) VALUE SPACES.
       01   PENDING-STATUS              PIC X(02) VALUE SPACES.
       01   COUNTER-STATUS              PIC X(02) VALUE SPACES.
       01   AUDIT-STATUS                PIC X(02) VALUE SPACES.
       01   EVENT-STATUS                PIC X(02) VALUE SPACES.
       01   WS-TABLE-STATUS             PIC X(02) VALUE SPACES.
       01   WS-TABLE-NAME               PIC X(30) VALUE SPACES.
       01   WS-APPROVAL                 PIC X(01) VALUE "N".
       01   WS-FOUND                    PIC X(01) VALUE "N".
       01   WS-VALID                    PIC X(01) VALUE "Y".
       01   WS-REASON                   PIC X(50) VALUE SPACES.
       01   WS-OLD-IMAGE                PIC X(200) VALUE SPACES.
       01   WS-NEW-IMAGE                PIC X(200) VALUE SPACES.
       01   WS-CONTROL-KEY              PIC X(39) VALUE SPACES.
       01   WS-QUEUED-KEY               PIC X(39) VALUE SPACES.
       01   WS-KEY-LEN                  PIC 9(02) VALUE 0.
       01   WS-PEND-ID                  PIC 9(08) VALUE 0.
       01   WS-ALREADY-QUEUED           PIC X(01) VALUE "N".
       01   WS-TALLY                    PIC 9(02) VALUE 0.
       01   WS-INPUT-LEN                PIC 9(05)
                                        VALUE {{ INPUTLINELEN }}.
       01   WS-OUTPUT-LEN               PIC 9(05)
                                        VALUE {{ OUTPUTLINELEN }}.
       01   WS-LINE-LIMIT               PIC 9(05) VALUE 0.
       01   WS-FIELD-END                PIC 9(05) VALUE 0.
       01   WS-CODE-TABLE-WANTED        PIC X(08) VALUE SPACES.
       01   WS-CODE-ROWS                PIC 9(05) VALUE 0.
       01   WS-MAP-REFS                 PIC 9(05) VALUE 0.
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
            03 TABLE-ID                 PIC X(01).
            03 CONTROL-DATA             PIC X(200).
            03 APPLY-MODE               PIC X(01).
            03 MAKER-ID                 PIC X(08).
            03 RESULT-CODE              PIC X(01).

       PROCEDURE DIVISION USING ARGV.

       BEGIN.
            PERFORM CONFIG-RESOLVE.
            MOVE "1" TO RESULT-CODE.
            PERFORM TABLE-SET.
            IF WS-TABLE-NAME = SPACES
                 DISPLAY "ERRO: TABELA DE CONTROLE INVALIDA."
                 GOBACK.
            PERFORM AUTH-CHECK.
            MOVE SPACES TO WS-CONTROL-KEY.
            STRING TABLE-ID CONTROL-DATA(1:WS-KEY-LEN)
                 DELIMITED BY SIZE INTO WS-CONTROL-KEY.
            PERFORM TABLE-OPEN.
            IF WS-TABLE-STATUS NOT = "00"
                 DISPLAY "ERRO: TABELA DE CONTROLE NAO ABERTA. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY WS-TABLE-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 GOBACK.
            PERFORM TABLE-READ.
            IF OPERATION = "I"
                 PERFORM CONTROL-INQUIRE
            ELSE IF OPERATION NOT = "A" AND OPERATION NOT = "C"
                 AND OPERATION NOT = "D"
                 DISPLAY "ERRO: OPERACAO INVALIDA."
            ELSE IF APPLY-MODE = "A" AND MAKER-ID = USER-ID
                 DISPLAY "ERRO: APROVADOR E AUTOR."
            ELSE
                 PERFORM CONTROL-CHANGE.
            PERFORM FILE-CLOSE.

       CONFIG-RESOLVE SECTION.
            MOVE "CALENDARFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-CALENDAR-PATH.
            MOVE "SCHEDULEFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-SCHEDULE-PATH.
            MOVE "CHAINFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-CHAIN-PATH.
            MOVE "PARTNERCTLFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-PARTNERCTL-PATH.
            MOVE "ACKDLFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-ACKDL-PATH.
            MOVE "MAPPINGFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-MAPPING-PATH.
            MOVE "CODETABFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-CODETAB-PATH.
            MOVE "PERMFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-PERM-PATH.
            MOVE "SCOPEFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-SCOPE-PATH.
            MOVE "PAYCRITFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-PAYCRIT-PATH.
            MOVE "PENDINGFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-PENDING-PATH.
            MOVE "COUNTERFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-COUNTER-PATH.
            MOVE "AUDITFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-AUDIT-PATH.
            MOVE "EVENTFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-EVENT-PATH.

       CONFIG-FETCH SECTION.
            MOVE SPACES TO CFGSRV-PATH.
            MOVE "1" TO CFGSRV-RESULT.
            CALL "CONFIGSRV" USING CONFIGSRV-ARGV.

       TABLE-SET SECTION.
            MOVE SPACES TO WS-TABLE-NAME.
            MOVE "N" TO WS-APPROVAL.
            MOVE 1 TO WS-KEY-LEN.
            IF TABLE-ID = "C"
                 MOVE "CALENDARFILE" TO WS-TABLE-NAME
                 MOVE 8 TO WS-KEY-LEN
            ELSE IF TABLE-ID = "S"
                 MOVE "SCHEDULEFILE" TO WS-TABLE-NAME
                 MOVE 20 TO WS-KEY-LEN
            ELSE IF TABLE-ID = "G"
                 MOVE "PARTNERCTLFILE" TO WS-TABLE-NAME
                 MOVE "Y" TO WS-APPROVAL
                 MOVE 8 TO WS-KEY-LEN
            ELSE IF TABLE-ID = "M"
                 MOVE "MAPPINGFILE" TO WS-TABLE-NAME
                 MOVE 11 TO WS-KEY-LEN
            ELSE IF TABLE-ID = "T"
                 MOVE "CODETABFILE" TO WS-TABLE-NAME
                 MOVE 16 TO WS-KEY-LEN
            ELSE IF TABLE-ID = "P"
                 MOVE "PERMFILE" TO WS-TABLE-NAME
                 MOVE "Y" TO WS-APPROVAL
                 MOVE 38 TO WS-KEY-LEN
            ELSE IF TABLE-ID = "D"
                 MOVE "PAYCRITFILE" TO WS-TABLE-NAME
                 MOVE "Y" TO WS-APPROVAL
                 MOVE 32 TO WS-KEY-LEN
            ELSE IF TABLE-ID = "E"
                 MOVE "SCOPEFILE" TO WS-TABLE-NAME
                 MOVE 38 TO WS-KEY-LEN
            ELSE IF TABLE-ID = "K"
                 MOVE "ACKDLFILE" TO WS-TABLE-NAME
                 MOVE "Y" TO WS-APPROVAL
                 MOVE 8 TO WS-KEY-LEN.

       AUTH-CHECK SECTION.
            MOVE SPACES TO AUTH-ARGV.
            MOVE USER-ID TO AUTH-USER.
            MOVE WS-TABLE-NAME TO AUTH-DATAFILE.
            IF APPLY-MODE = "A"
                 MOVE "A" TO AUTH-OPERATION
            ELSE IF OPERATION = "A"
                 MOVE "I" TO AUTH-OPERATION
            ELSE IF OPERATION = "C"
                 MOVE "U" TO AUTH-OPERATION
            ELSE IF OPERATION = "D"
                 MOVE "D" TO AUTH-OPERATION
            ELSE
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

       TABLE-OPEN SECTION.
            IF TABLE-ID = "C"
                 OPEN I-O CALENDAR-FILE
                 IF CALENDAR-STATUS NOT = "00"
                      OPEN OUTPUT CALENDAR-FILE
                      CLOSE CALENDAR-FILE
                      OPEN I-O CALENDAR-FILE
                 END-IF
                 MOVE CALENDAR-STATUS TO WS-TABLE-STATUS
            ELSE IF TABLE-ID = "S"
                 OPEN I-O SCHEDULE-FILE
                 IF SCHEDULE-STATUS NOT = "00"
                      OPEN OUTPUT SCHEDULE-FILE
                      CLOSE SCHEDULE-FILE
                      OPEN I-O SCHEDULE-FILE
                 END-IF
                 MOVE SCHEDULE-STATUS TO WS-TABLE-STATUS
            ELSE IF TABLE-ID = "G"
                 OPEN I-O PARTNER-FILE
                 IF PARTNER-STATUS NOT = "00"
                      OPEN OUTPUT PARTNER-FILE
                      CLOSE PARTNER-FILE
                      OPEN I-O PARTNER-FILE
                 END-IF
                 MOVE PARTNER-STATUS TO WS-TABLE-STATUS
            ELSE IF TABLE-ID = "K"
                 OPEN I-O ACKDL-FILE
                 IF ACKDL-STATUS NOT = "00"
                      OPEN OUTPUT ACKDL-FILE
                      CLOSE ACKDL-FILE
                      OPEN I-O ACKDL-FILE
                 END-IF
                 MOVE ACKDL-STATUS TO WS-TABLE-STATUS
            ELSE IF TABLE-ID = "M"
                 OPEN I-O MAPPING-FILE
                 IF MAPPING-STATUS NOT = "00"
                      OPEN OUTPUT MAPPING-FILE
                      CLOSE MAPPING-FILE
                      OPEN I-O MAPPING-FILE
                 END-IF
                 MOVE MAPPING-STATUS TO WS-TABLE-STATUS
            ELSE IF TABLE-ID = "T"
                 OPEN I-O CODETAB-FILE
                 IF CODETAB-STATUS NOT = "00"
                      OPEN OUTPUT CODETAB-FILE
                      CLOSE CODETAB-FILE
                      OPEN I-O CODETAB-FILE
                 END-IF
                 MOVE CODETAB-STATUS TO WS-TABLE-STATUS
            ELSE IF TABLE-ID = "P"
                 OPEN I-O PERM-FILE
                 IF PERM-STATUS NOT = "00"
                      OPEN OUTPUT PERM-FILE
                      CLOSE PERM-FILE
                      OPEN I-O PERM-FILE
                 END-IF
                 MOVE PERM-STATUS TO WS-TABLE-STATUS
            ELSE IF TABLE-ID = "D"
                 OPEN I-O PAYCRIT-FILE
                 IF PAYCRIT-STATUS NOT = "00"
                      OPEN OUTPUT PAYCRIT-FILE
                      CLOSE PAYCRIT-FILE
                      OPEN I-O PAYCRIT-FILE
                 END-IF
                 MOVE PAYCRIT-STATUS TO WS-TABLE-STATUS
            ELSE
                 OPEN I-O SCOPE-FILE
                 IF SCOPE-STATUS NOT = "00"
                      OPEN OUTPUT SCOPE-FILE
                      CLOSE SCOPE-FILE
                      OPEN I-O SCOPE-FILE
                 END-IF
                 MOVE SCOPE-STATUS TO WS-TABLE-STATUS.

       TABLE-READ SECTION.
            MOVE "N" TO WS-FOUND.
            MOVE SPACES TO WS-OLD-IMAGE.
            IF TABLE-ID = "C"
                 MOVE CONTROL-DATA TO CALENDAR-RECORD
                 READ CALENDAR-FILE
                 MOVE CALENDAR-STATUS TO WS-TABLE-STATUS
                 MOVE CALENDAR-RECORD TO WS-OLD-IMAGE
            ELSE IF TABLE-ID = "S"
                 MOVE CONTROL-DATA TO SCHEDULE-RECORD
                 READ SCHEDULE-FILE
                 MOVE SCHEDULE-STATUS TO WS-TABLE-STATUS
                 MOVE SCHEDULE-RECORD TO WS-OLD-IMAGE
            ELSE IF TABLE-ID = "G"
                 MOVE CONTROL-DATA TO PARTNER-RECORD
                 READ PARTNER-FILE
                 MOVE PARTNER-STATUS TO WS-TABLE-STATUS
                 MOVE PARTNER-RECORD TO WS-OLD-IMAGE
            ELSE IF TABLE-ID = "K"
                 MOVE CONTROL-DATA TO ACKDL-RECORD
                 READ ACKDL-FILE
                 MOVE ACKDL-STATUS TO WS-TABLE-STATUS
                 MOVE ACKDL-RECORD TO WS-OLD-IMAGE
            ELSE IF TABLE-ID = "M"
                 MOVE CONTROL-DATA TO MAPPING-RECORD
                 READ MAPPING-FILE
                 MOVE MAPPING-STATUS TO WS-TABLE-STATUS
                 MOVE MAPPING-RECORD TO WS-OLD-IMAGE
            ELSE IF TABLE-ID = "T"
                 MOVE CONTROL-DATA TO CODETAB-RECORD
                 READ CODETAB-FILE
                 MOVE CODETAB-STATUS TO WS-TABLE-STATUS
                 MOVE CODETAB-RECORD TO WS-OLD-IMAGE
            ELSE IF TABLE-ID = "P"
                 MOVE CONTROL-DATA TO PERM-RECORD
                 READ PERM-FILE
                 MOVE PERM-STATUS TO WS-TABLE-STATUS
                 MOVE PERM-RECORD TO WS-OLD-IMAGE
            ELSE IF TABLE-ID = "D"
                 MOVE CONTROL-DATA TO PAYCRIT-RECORD
                 READ PAYCRIT-FILE
                 MOVE PAYCRIT-STATUS TO WS-TABLE-STATUS
                 MOVE PAYCRIT-RECORD TO WS-OLD-IMAGE
            ELSE
                 MOVE CONTROL-DATA TO SCOPE-RECORD
                 READ SCOPE-FILE
                 MOVE SCOPE-STATUS TO WS-TABLE-STATUS
                 MOVE SCOPE-RECORD TO WS-OLD-IMAGE.
            IF WS-TABLE-STATUS = "00"
                 MOVE "Y" TO WS-FOUND
            ELSE
                 MOVE SPACES TO WS-OLD-IMAGE.

       CONTROL-INQUIRE SECTION.
            IF WS-FOUND = "N"
                 DISPLAY "REGISTRO NAO ENCONTRADO."
            ELSE
                 DISPLAY "TABELA: " WITH NO ADVANCING
                 DISPLAY WS-TABLE-NAME
                 DISPLAY "REGISTRO: " WITH NO ADVANCING
                 DISPLAY WS-OLD-IMAGE
                 MOVE "0" TO RESULT-CODE.

       CONTROL-CHANGE SECTION.
            MOVE "Y" TO WS-VALID.
            MOVE SPACES TO WS-REASON.
            MOVE SPACES TO WS-NEW-IMAGE.
            IF OPERATION = "A" AND WS-FOUND = "Y"
                 MOVE "N" TO WS-VALID
                 MOVE "REGISTRO JA EXISTE" TO WS-REASON
            ELSE IF OPERATION NOT = "A" AND WS-FOUND = "N"
                 MOVE "N" TO WS-VALID
                 MOVE "REGISTRO NAO ENCONTRADO" TO WS-REASON
            ELSE IF OPERATION = "D"
                 PERFORM DELETE-VALIDATE
            ELSE
                 MOVE CONTROL-DATA TO WS-NEW-IMAGE
                 PERFORM FIELD-VALIDATE.
            IF WS-VALID = "N"
                 PERFORM VALIDATION-REFUSE
            ELSE IF WS-APPROVAL = "Y" AND APPLY-MODE NOT = "A"
                 PERFORM PROPOSAL-SUBMIT
            ELSE
                 PERFORM CHANGE-APPLY.

       FIELD-VALIDATE SECTION.
            IF TABLE-ID = "C"
                 PERFORM CALENDAR-VALIDATE
            ELSE IF TABLE-ID = "S"
                 PERFORM SCHEDULE-VALIDATE
            ELSE IF TABLE-ID = "G"
                 PERFORM PARTNER-VALIDATE
            ELSE IF TABLE-ID = "K"
                 PERFORM ACKDL-VALIDATE
            ELSE IF TABLE-ID = "M"
                 PERFORM MAPPING-VALIDATE
            ELSE IF TABLE-ID = "T"
                 PERFORM CODETAB-VALIDATE
            ELSE IF TABLE-ID = "P"
                 PERFORM PERM-VALIDATE
            ELSE IF TABLE-ID = "D"
                 PERFORM PAYCRIT-VALIDATE
            ELSE
                 PERFORM SCOPE-VALIDATE.

       CALENDAR-VALIDATE SECTION.
            MOVE CONTROL-DATA TO CALENDAR-RECORD.
            MOVE SPACES TO DATESRV-ARGV.
            MOVE "V" TO DSRV-OPERATION.
            MOVE CAL-DATE TO DSRV-INPUT.
            MOVE "1" TO DSRV-RESULT.
            CALL "DATESRV" USING DATESRV-ARGV.
            IF DSRV-RESULT NOT = "0"
                 MOVE "N" TO WS-VALID
                 MOVE "DATA DO FERIADO INVALIDA" TO WS-REASON
            ELSE IF CAL-DESCRIPTION = SPACES
                 MOVE "N" TO WS-VALID
                 MOVE "DESCRICAO DO FERIADO OBRIGATORIA" TO WS-REASON.

       SCHEDULE-VALIDATE SECTION.
            MOVE CONTROL-DATA TO SCHEDULE-RECORD.
            IF SCHED-PROGRAM = SPACES
                 MOVE "N" TO WS-VALID
                 MOVE "PROGRAMA DA CADEIA OBRIGATORIO" TO WS-REASON
            ELSE IF SCHED-FREQUENCY NOT = "D"
                 AND SCHED-FREQUENCY NOT = "W"
                 AND SCHED-FREQUENCY NOT = "M"
                 AND SCHED-FREQUENCY NOT = "L"
                 MOVE "N" TO WS-VALID
                 MOVE "FREQUENCIA INVALIDA (D/W/M/L)" TO WS-REASON
            ELSE IF SCHED-DAY NOT NUMERIC
                 MOVE "N" TO WS-VALID
                 MOVE "DIA DA PROGRAMACAO INVALIDO" TO WS-REASON
            ELSE IF SCHED-FREQUENCY = "W" AND SCHED-DAY > 6
                 MOVE "N" TO WS-VALID
                 MOVE "DIA DA SEMANA INVALIDO (0 A 6)" TO WS-REASON
            ELSE IF SCHED-FREQUENCY = "M"
                 AND (SCHED-DAY < 1 OR SCHED-DAY > 31)
                 MOVE "N" TO WS-VALID
                 MOVE "DIA DO MES INVALIDO (1 A 31)" TO WS-REASON
            ELSE IF SCHED-HOLIDAY-RULE NOT = "A"
                 AND SCHED-HOLIDAY-RULE NOT = "N"
                 AND SCHED-HOLIDAY-RULE NOT = "S"
                 MOVE "N" TO WS-VALID
                 MOVE "REGRA DE FERIADO INVALIDA (A/N/S)" TO WS-REASON
            ELSE
                 PERFORM CHAIN-CHECK.

       CHAIN-CHECK SECTION.
            OPEN INPUT CHAIN-FILE.
            MOVE SCHED-CHAIN-NAME TO CHAIN-NAME.
            IF CHAIN-STATUS = "00"
                 READ CHAIN-FILE
                 IF CHAIN-STATUS NOT = "00"
                      MOVE "N" TO WS-VALID
                      MOVE "CADEIA NAO CADASTRADA" TO WS-REASON
                 END-IF
                 CLOSE CHAIN-FILE
            ELSE
                 MOVE "N" TO WS-VALID
                 MOVE "CADEIA NAO CADASTRADA" TO WS-REASON.

       PARTNER-VALIDATE SECTION.
            MOVE CONTROL-DATA TO PARTNER-RECORD.
            IF PARTNER-ID = SPACES
                 MOVE "N" TO WS-VALID
                 MOVE "PARCEIRO OBRIGATORIO" TO WS-REASON
            ELSE IF PARTNER-LAST-SEQ NOT NUMERIC
                 MOVE "N" TO WS-VALID
                 MOVE "SEQUENCIA DO PARCEIRO INVALIDA" TO WS-REASON
            ELSE IF OPERATION = "C"
                 AND PARTNER-LAST-SEQ < WS-OLD-IMAGE(9:9)
                 DISPLAY "AVISO: SEQUENCIA DO PARCEIRO RETROCEDIDA.".

       ACKDL-VALIDATE SECTION.
            MOVE CONTROL-DATA TO ACKDL-RECORD.
            IF ADL-PARTNER-ID = SPACES
                 MOVE "N" TO WS-VALID
                 MOVE "PARCEIRO OBRIGATORIO" TO WS-REASON
            ELSE IF ADL-ACK-HOURS NOT NUMERIC
                 MOVE "N" TO WS-VALID
                 MOVE "PRAZO DE RETORNO INVALIDO" TO WS-REASON.

       PAYCRIT-VALIDATE SECTION.
            IF CONTROL-DATA(33:15) = SPACES
                 MOVE ALL "0" TO CONTROL-DATA(33:15).
            IF CONTROL-DATA(48:15) = SPACES
                 MOVE ALL "0" TO CONTROL-DATA(48:15).
            MOVE CONTROL-DATA TO PAYCRIT-RECORD.
            IF PCR-DATAFILE = SPACES
                 MOVE "N" TO WS-VALID
                 MOVE "ARQUIVO OBRIGATORIO" TO WS-REASON
            ELSE IF PCR-MIN-BALANCE NOT NUMERIC
                 MOVE "N" TO WS-VALID
                 MOVE "SALDO MINIMO INVALIDO" TO WS-REASON
            ELSE IF PCR-MAX-PAYMENT NOT NUMERIC
                 MOVE "N" TO WS-VALID
                 MOVE "PAGAMENTO MAXIMO INVALIDO" TO WS-REASON
            ELSE IF PCR-MAX-PAYMENT > 0
                 AND PCR-MAX-PAYMENT < PCR-MIN-BALANCE
                 MOVE "N" TO WS-VALID
                 MOVE "PAGAMENTO MAXIMO ABAIXO DO MINIMO" TO WS-REASON.

       MAPPING-VALIDATE SECTION.
            MOVE CONTROL-DATA TO MAPPING-RECORD.
            MOVE WS-OUTPUT-LEN TO WS-LINE-LIMIT.
            IF WS-INPUT-LEN < WS-LINE-LIMIT
                 MOVE WS-INPUT-LEN TO WS-LINE-LIMIT.
            IF MAP-PARTNER = SPACES
                 MOVE "N" TO WS-VALID
                 MOVE "PARCEIRO OBRIGATORIO" TO WS-REASON
            ELSE IF MAP-SOURCE-POS NOT NUMERIC
                 OR MAP-SOURCE-LEN NOT NUMERIC
                 OR MAP-TARGET-POS NOT NUMERIC
                 OR MAP-TARGET-LEN NOT NUMERIC
                 OR MAP-SOURCE-POS = 0 OR MAP-SOURCE-LEN = 0
                 OR MAP-TARGET-POS = 0 OR MAP-TARGET-LEN = 0
                 MOVE "N" TO WS-VALID
                 MOVE "POSICOES E TAMANHOS OBRIGATORIOS" TO WS-REASON
            ELSE IF MAP-SOURCE-LEN > 100 OR MAP-TARGET-LEN > 100
                 MOVE "N" TO WS-VALID
                 MOVE "TAMANHO DO CAMPO ACIMA DE 100" TO WS-REASON
            ELSE IF MAP-TYPE NOT = SPACE AND MAP-TYPE NOT = "D"
                 AND MAP-TYPE NOT = "C"
                 MOVE "N" TO WS-VALID
                 MOVE "TIPO DE MAPEAMENTO INVALIDO" TO WS-REASON
            ELSE
                 PERFORM MAPPING-LIMIT-CHECK.
            IF WS-VALID = "Y" AND MAP-TYPE = "C"
                 PERFORM MAPPING-CODE-CHECK.

       MAPPING-LIMIT-CHECK SECTION.
            COMPUTE WS-FIELD-END = MAP-SOURCE-POS + MAP-SOURCE-LEN - 1.
            IF WS-FIELD-END > WS-LINE-LIMIT
                 MOVE "N" TO WS-VALID
                 MOVE "ORIGEM ULTRAPASSA O TAMANHO DA LINHA"
                      TO WS-REASON.
            COMPUTE WS-FIELD-END = MAP-TARGET-POS + MAP-TARGET-LEN - 1.
            IF WS-FIELD-END > WS-LINE-LIMIT
                 MOVE "N" TO WS-VALID
                 MOVE "DESTINO ULTRAPASSA O TAMANHO DA SAIDA"
                      TO WS-REASON.

       MAPPING-CODE-CHECK SECTION.
            IF MAP-CODE-TABLE = SPACES
                 MOVE "N" TO WS-VALID
                 MOVE "TABELA DE CODIGOS OBRIGATORIA" TO WS-REASON
            ELSE
                 MOVE MAP-CODE-TABLE TO WS-CODE-TABLE-WANTED
                 PERFORM CODE-ROWS-COUNT
                 IF WS-CODE-ROWS = 0
                      MOVE "N" TO WS-VALID
                      MOVE "TABELA DE CODIGOS NAO DEFINIDA"
                           TO WS-REASON
                 END-IF.

       CODE-ROWS-COUNT SECTION.
            MOVE 0 TO WS-CODE-ROWS.
            OPEN INPUT CODETAB-FILE.
            IF CODETAB-STATUS = "00"
                 MOVE WS-CODE-TABLE-WANTED TO CODE-TABLE
                 MOVE LOW-VALUES TO CODE-SOURCE
                 START CODETAB-FILE KEY NOT LESS CODE-KEY
                 IF CODETAB-STATUS = "00"
                      PERFORM CODE-ROWS-READ
                      PERFORM CODE-ROWS-LOOP
                           UNTIL CODETAB-STATUS NOT = "00"
                           OR CODE-TABLE NOT = WS-CODE-TABLE-WANTED
                 END-IF
                 CLOSE CODETAB-FILE.

       CODE-ROWS-READ SECTION.
            READ CODETAB-FILE NEXT IGNORE LOCK.

       CODE-ROWS-LOOP SECTION.
            ADD 1 TO WS-CODE-ROWS.
            PERFORM CODE-ROWS-READ.

       CODETAB-VALIDATE SECTION.
            MOVE CONTROL-DATA TO CODETAB-RECORD.
            IF CODE-TABLE = SPACES OR CODE-SOURCE = SPACES
                 MOVE "N" TO WS-VALID
                 MOVE "TABELA E CODIGO DE ORIGEM OBRIGATORIOS"
                      TO WS-REASON
            ELSE IF CODE-TARGET = SPACES
                 MOVE "N" TO WS-VALID
                 MOVE "CODIGO DE DESTINO OBRIGATORIO" TO WS-REASON.

       PERM-VALIDATE SECTION.
            MOVE CONTROL-DATA TO PERM-RECORD.
            MOVE 0 TO WS-TALLY.
            INSPECT PERM-OPERATIONS TALLYING WS-TALLY
                 FOR ALL "R" ALL "U" ALL "I" ALL "D"
                     ALL "A" ALL "E" ALL "P" ALL "O" ALL " ".
            IF PERM-USER = SPACES OR PERM-DATAFILE = SPACES
                 MOVE "N" TO WS-VALID
                 MOVE "USUARIO E ARQUIVO OBRIGATORIOS" TO WS-REASON
            ELSE IF PERM-OPERATIONS = SPACES
                 MOVE "N" TO WS-VALID
                 MOVE "NENHUMA OPERACAO INFORMADA" TO WS-REASON
            ELSE IF WS-TALLY < 8
                 MOVE "N" TO WS-VALID
                 MOVE "OPERACAO INVALIDA (RUIDAEPO)" TO WS-REASON.

       SCOPE-VALIDATE SECTION.
            MOVE CONTROL-DATA TO SCOPE-RECORD.
            IF SCOPE-USER = SPACES OR SCOPE-DATAFILE = SPACES
                 MOVE "N" TO WS-VALID
                 MOVE "USUARIO E ARQUIVO OBRIGATORIOS" TO WS-REASON
            ELSE IF SCOPE-FIELD-NAME = SPACES
                 MOVE "N" TO WS-VALID
                 MOVE "CAMPO DE ESCOPO OBRIGATORIO" TO WS-REASON
            ELSE IF SCOPE-RECORD(69:80) = SPACES
                 MOVE "N" TO WS-VALID
                 MOVE "NENHUM VALOR PERMITIDO INFORMADO" TO WS-REASON.

       DELETE-VALIDATE SECTION.
            IF TABLE-ID = "T"
                 MOVE CODE-TABLE TO WS-CODE-TABLE-WANTED
                 PERFORM CODE-ROWS-IN-TABLE
                 IF WS-CODE-ROWS < 2
                      PERFORM MAPPING-REFS-COUNT
                      IF WS-MAP-REFS > 0
                           MOVE "N" TO WS-VALID
                           MOVE "TABELA DE CODIGOS EM USO NO MAPEAMENTO"
                                TO WS-REASON
                      END-IF
                 END-IF.

       CODE-ROWS-IN-TABLE SECTION.
            MOVE 0 TO WS-CODE-ROWS.
            MOVE WS-CODE-TABLE-WANTED TO CODE-TABLE.
            MOVE LOW-VALUES TO CODE-SOURCE.
            START CODETAB-FILE KEY NOT LESS CODE-KEY.
            IF CODETAB-STATUS = "00"
                 PERFORM CODE-ROWS-READ
                 PERFORM CODE-ROWS-LOOP
                      UNTIL CODETAB-STATUS NOT = "00"
                      OR CODE-TABLE NOT = WS-CODE-TABLE-WANTED
                      OR WS-CODE-ROWS > 1.
            MOVE CONTROL-DATA TO CODETAB-RECORD.

       MAPPING-REFS-COUNT SECTION.
            MOVE 0 TO WS-MAP-REFS.
            OPEN INPUT MAPPING-FILE.
            IF MAPPING-STATUS = "00"
                 MOVE LOW-VALUES TO MAP-KEY
                 START MAPPING-FILE KEY NOT LESS MAP-KEY
                 IF MAPPING-STATUS = "00"
                      PERFORM MAPPING-REFS-READ
                      PERFORM MAPPING-REFS-LOOP
                           UNTIL MAPPING-STATUS NOT = "00"
                 END-IF
                 CLOSE MAPPING-FILE.

       MAPPING-REFS-READ SECTION.
            READ MAPPING-FILE NEXT IGNORE LOCK.

       MAPPING-REFS-LOOP SECTION.
            IF MAP-TYPE = "C" AND MAP-CODE-TABLE = WS-CODE-TABLE-WANTED
                 ADD 1 TO WS-MAP-REFS.
            PERFORM MAPPING-REFS-READ.

       VALIDATION-REFUSE SECTION.
            DISPLAY "ERRO: " WITH NO ADVANCING.
            DISPLAY WS-REASON.
            MOVE "2" TO RESULT-CODE.
            PERFORM EVENT-INIT.
            MOVE "W" TO EVENT-SEVERITY.
            MOVE "VALD" TO EVENT-CODE.
            PERFORM EVENT-WRITE.

       PROPOSAL-SUBMIT SECTION.
            PERFORM PENDING-OPEN.
            PERFORM QUEUE-CHECK.
            IF WS-ALREADY-QUEUED = "Y"
                 DISPLAY "ERRO: ALTERACAO JA PENDENTE: "
                      WITH NO ADVANCING
                 DISPLAY WS-PEND-ID
                 MOVE "2" TO RESULT-CODE
            ELSE
                 PERFORM PENDING-STORE.
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
                 AND PEND-OPERATION = "K"
                 PERFORM QUEUED-KEY-BUILD
                 IF WS-QUEUED-KEY = WS-CONTROL-KEY
                      MOVE PEND-ID TO WS-PEND-ID
                      MOVE "Y" TO WS-ALREADY-QUEUED
                 END-IF.

       QUEUED-KEY-BUILD SECTION.
            MOVE SPACES TO WS-QUEUED-KEY.
            STRING PEND-ARGV-IMAGE(12:1)
                 PEND-ARGV-IMAGE(13:WS-KEY-LEN)
                 DELIMITED BY SIZE INTO WS-QUEUED-KEY.

       PENDING-STORE SECTION.
            PERFORM PENDING-ID-ASSIGN.
            MOVE SPACES TO PENDING-RECORD.
            MOVE WS-PEND-ID TO PEND-ID.
            MOVE "{{ DATAFILE }}" TO PEND-DATAFILE.
            MOVE "K" TO PEND-OPERATION.
            MOVE "CTLMAINT" TO PEND-PROGRAM.
            MOVE WS-CONTROL-KEY(1:20) TO PEND-KEY.
            MOVE USER-ID TO PEND-MAKER.
            MOVE FUNCTION CURRENT-DATE TO PEND-TIMESTAMP.
            MOVE "P" TO PEND-STATUS.
            MOVE "A" TO APPLY-MODE.
            MOVE USER-ID TO MAKER-ID.
            MOVE ARGV TO PEND-ARGV-IMAGE.
            MOVE SPACE TO APPLY-MODE.
            WRITE PENDING-RECORD.
            IF PENDING-STATUS = "00"
                 MOVE "0" TO RESULT-CODE
                 DISPLAY "PROPOSTA REGISTRADA: " WITH NO ADVANCING
                 DISPLAY WS-PEND-ID
            ELSE
                 DISPLAY "ERRO: PROPOSTA NAO GRAVADA.".

       PENDING-ID-ASSIGN SECTION.
            OPEN I-O COUNTER-FILE.
            IF COUNTER-STATUS NOT = "00"
                 OPEN OUTPUT COUNTER-FILE
                 CLOSE COUNTER-FILE
                 OPEN I-O COUNTER-FILE.
            MOVE "PENDING" TO COUNTER-NAME.
            READ COUNTER-FILE.
            IF COUNTER-STATUS = "00"
                 ADD 1 TO COUNTER-VALUE
                 REWRITE COUNTER-RECORD
            ELSE
                 MOVE "PENDING" TO COUNTER-NAME
                 MOVE 1 TO COUNTER-VALUE
                 WRITE COUNTER-RECORD.
            MOVE COUNTER-VALUE TO WS-PEND-ID.
            CLOSE COUNTER-FILE.

       CHANGE-APPLY SECTION.
            PERFORM TABLE-STORE.
            IF WS-TABLE-STATUS = "00"
                 MOVE "0" TO RESULT-CODE
                 PERFORM AUDIT-INIT
                 PERFORM AUDIT-WRITE
                 IF OPERATION = "A"
                      DISPLAY "REGISTRO INCLUIDO."
                 ELSE IF OPERATION = "C"
                      DISPLAY "REGISTRO ALTERADO."
                 ELSE
                      DISPLAY "REGISTRO EXCLUIDO."
                 END-IF
            ELSE
                 DISPLAY "ERRO: TABELA DE CONTROLE NAO GRAVADA. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY WS-TABLE-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "IOER" TO EVENT-CODE
                 PERFORM EVENT-WRITE.

       TABLE-STORE SECTION.
            IF TABLE-ID = "C"
                 PERFORM CALENDAR-STORE
            ELSE IF TABLE-ID = "S"
                 PERFORM SCHEDULE-STORE
            ELSE IF TABLE-ID = "G"
                 PERFORM PARTNER-STORE
            ELSE IF TABLE-ID = "K"
                 PERFORM ACKDL-STORE
            ELSE IF TABLE-ID = "M"
                 PERFORM MAPPING-STORE
            ELSE IF TABLE-ID = "T"
                 PERFORM CODETAB-STORE
            ELSE IF TABLE-ID = "P"
                 PERFORM PERM-STORE
            ELSE IF TABLE-ID = "D"
                 PERFORM PAYCRIT-STORE
            ELSE
                 PERFORM SCOPE-STORE.

       CALENDAR-STORE SECTION.
            MOVE CONTROL-DATA TO CALENDAR-RECORD.
            IF OPERATION = "A"
                 WRITE CALENDAR-RECORD
            ELSE IF OPERATION = "C"
                 REWRITE CALENDAR-RECORD
            ELSE
                 DELETE CALENDAR-FILE.
            MOVE CALENDAR-STATUS TO WS-TABLE-STATUS.

       SCHEDULE-STORE SECTION.
            MOVE CONTROL-DATA TO SCHEDULE-RECORD.
            IF OPERATION = "A"
                 WRITE SCHEDULE-RECORD
            ELSE IF OPERATION = "C"
                 REWRITE SCHEDULE-RECORD
            ELSE
                 DELETE SCHEDULE-FILE.
            MOVE SCHEDULE-STATUS TO WS-TABLE-STATUS.

       PARTNER-STORE SECTION.
            MOVE CONTROL-DATA TO PARTNER-RECORD.
            IF OPERATION = "A"
                 WRITE PARTNER-RECORD
            ELSE IF OPERATION = "C"
                 REWRITE PARTNER-RECORD
            ELSE
                 DELETE PARTNER-FILE.
            MOVE PARTNER-STATUS TO WS-TABLE-STATUS.

       ACKDL-STORE SECTION.
            MOVE CONTROL-DATA TO ACKDL-RECORD.
            IF OPERATION = "A"
                 WRITE ACKDL-RECORD
            ELSE IF OPERATION = "C"
                 REWRITE ACKDL-RECORD
            ELSE
                 DELETE ACKDL-FILE.
            MOVE ACKDL-STATUS TO WS-TABLE-STATUS.

       MAPPING-STORE SECTION.
            MOVE CONTROL-DATA TO MAPPING-RECORD.
            IF OPERATION = "A"
                 WRITE MAPPING-RECORD
            ELSE IF OPERATION = "C"
                 REWRITE MAPPING-RECORD
            ELSE
                 DELETE MAPPING-FILE.
            MOVE MAPPING-STATUS TO WS-TABLE-STATUS.

       CODETAB-STORE SECTION.
            MOVE CONTROL-DATA TO CODETAB-RECORD.
            IF OPERATION = "A"
                 WRITE CODETAB-RECORD
            ELSE IF OPERATION = "C"
                 REWRITE CODETAB-RECORD
            ELSE
                 DELETE CODETAB-FILE.
            MOVE CODETAB-STATUS TO WS-TABLE-STATUS.

       PERM-STORE SECTION.
            MOVE CONTROL-DATA TO PERM-RECORD.
            IF OPERATION = "A"
                 WRITE PERM-RECORD
            ELSE IF OPERATION = "C"
                 REWRITE PERM-RECORD
            ELSE
                 DELETE PERM-FILE.
            MOVE PERM-STATUS TO WS-TABLE-STATUS.

       PAYCRIT-STORE SECTION.
            MOVE CONTROL-DATA TO PAYCRIT-RECORD.
            IF OPERATION = "A"
                 WRITE PAYCRIT-RECORD
            ELSE IF OPERATION = "C"
                 REWRITE PAYCRIT-RECORD
            ELSE
                 DELETE PAYCRIT-FILE.
            MOVE PAYCRIT-STATUS TO WS-TABLE-STATUS.

       SCOPE-STORE SECTION.
            MOVE CONTROL-DATA TO SCOPE-RECORD.
            IF OPERATION = "A"
                 WRITE SCOPE-RECORD
            ELSE IF OPERATION = "C"
                 REWRITE SCOPE-RECORD
            ELSE
                 DELETE SCOPE-FILE.
            MOVE SCOPE-STATUS TO WS-TABLE-STATUS.

       AUDIT-INIT SECTION.
            MOVE SPACES TO AUDIT-RECORD.
            MOVE "CTLMAINT" TO AUDIT-PROGRAM.
            IF OPERATION = "A"
                 MOVE "I" TO AUDIT-OPERATION
            ELSE IF OPERATION = "C"
                 MOVE "U" TO AUDIT-OPERATION
            ELSE
                 MOVE "D" TO AUDIT-OPERATION.
            MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
            MOVE WS-CONTROL-KEY(1:20) TO AUDIT-KEY.
            MOVE WS-CONTROL-KEY(21:19) TO AUDIT-KEY-TAIL.
            MOVE WS-OLD-IMAGE TO AUDIT-OLD-VALUES.
            MOVE WS-NEW-IMAGE TO AUDIT-NEW-VALUES.
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
            MOVE "CTLMAINT" TO SEAL-PROGRAM.
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
            MOVE "CTLMAINT" TO EVENT-PROGRAM.
            MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP.
            MOVE WS-CONTROL-KEY(1:20) TO EVENT-KEY.

       EVENT-WRITE SECTION.
            OPEN EXTEND EVENT-FILE.
            IF EVENT-STATUS = "35"
                 OPEN OUTPUT EVENT-FILE.
            WRITE EVENT-RECORD.
            CLOSE EVENT-FILE.

       FILE-CLOSE SECTION.
            IF TABLE-ID = "C"
                 CLOSE CALENDAR-FILE
            ELSE IF TABLE-ID = "S"
                 CLOSE SCHEDULE-FILE
            ELSE IF TABLE-ID = "G"
                 CLOSE PARTNER-FILE
            ELSE IF TABLE-ID = "K"
                 CLOSE ACKDL-FILE
            ELSE IF TABLE-ID = "M"
                 CLOSE MAPPING-FILE
            ELSE IF TABLE-ID = "T"
                 CLOSE CODETAB-FILE
            ELSE IF TABLE-ID = "P"
                 CLOSE PERM-FILE
            ELSE IF TABLE-ID = "D"
                 CLOSE PAYCRIT-FILE
            ELSE
                 CLOSE SCOPE-FILE.
            GOBACK.
