       $set ANIM
       $set ANS85
       $set AUTOLOCK
       $set BELL
       $set FILESHARE
       $set NOWARNING
       $set WRITETHROUGH
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REACTIV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
            SELECT DORMANT-FILE ASSIGN WS-DORMANT-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS DRM-KEY
                 FILE STATUS IS DORMANT-STATUS.
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
       FD DORMANT-FILE.
           COPY DORMREC.

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
       01   WS-DORMANT-PATH             PIC X(100)
                                        VALUE "{{ DORMANTFILE }}".
       01   WS-PENDING-PATH             PIC X(100)
                                        VALUE "{{ PENDINGFILE }}".
       01   WS-COUNTER-PATH             PIC X(100)
                                        VALUE "{{ COUNTERFILE }}".
       01   WS-AUDIT-PATH               PIC X(100)
                                        VALUE "{{ AUDITFILE }}".
       01   WS-EVENT-PATH               PIC X(100)
                                        VALUE "{{ EVENTFILE }}".
       01   DORMANT-STATUS              PIC X(02) VALUE SPACES.
       01   PENDING-STATUS              PIC X(02) VALUE SPACES.
       01   COUNTER-STATUS              PIC X(02) VALUE SPACES.
       01   AUDIT-STATUS                PIC X(02) VALUE SPACES.
       01   EVENT-STATUS                PIC X(02) VALUE SPACES.
       01   WS-PEND-ID                  PIC 9(08) VALUE 0.
       01   WS-ALREADY-QUEUED           PIC X(01) VALUE "N".
       01   WS-OLD-IMAGE                PIC X(200) VALUE SPACES.
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
            03 REASON                   PIC X(30).
            03 MAKER-ID                 PIC X(08).
            03 RESULT-CODE              PIC X(01).

       PROCEDURE DIVISION USING ARGV.

       BEGIN.
            PERFORM CONFIG-RESOLVE.
            MOVE "1" TO RESULT-CODE.
            PERFORM AUTH-CHECK.
            PERFORM FILE-OPEN.
            MOVE "{{ DATAFILE }}" TO DRM-DATAFILE.
            MOVE MASTER-KEY TO DRM-MASTER-KEY.
            READ DORMANT-FILE.
            IF DORMANT-STATUS NOT = "00" OR DRM-STATUS NOT = "D"
                 PERFORM REQUEST-REFUSE
            ELSE IF OPERATION = "S"
                 PERFORM REQUEST-SUBMIT
            ELSE IF OPERATION = "A"
                 PERFORM REQUEST-APPLY
            ELSE
                 DISPLAY "ERRO: OPERACAO INVALIDA.".
            PERFORM FILE-CLOSE.

       CONFIG-RESOLVE SECTION.
            MOVE "DORMANTFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-DORMANT-PATH.
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

       AUTH-CHECK SECTION.
            MOVE SPACES TO AUTH-ARGV.
            MOVE USER-ID TO AUTH-USER.
            MOVE "{{ DATAFILE }}" TO AUTH-DATAFILE.
            IF OPERATION = "A"
                 MOVE "A" TO AUTH-OPERATION
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

       REQUEST-REFUSE SECTION.
            DISPLAY "ERRO: REGISTRO NAO ESTA DORMENTE: "
                 WITH NO ADVANCING.
            DISPLAY MASTER-KEY.
            PERFORM EVENT-INIT.
            MOVE "W" TO EVENT-SEVERITY.
            MOVE "VALD" TO EVENT-CODE.
            PERFORM EVENT-WRITE.

       REQUEST-SUBMIT SECTION.
            PERFORM PENDING-OPEN.
            PERFORM QUEUE-CHECK.
            IF WS-ALREADY-QUEUED = "Y"
                 DISPLAY "ERRO: REATIVACAO JA PENDENTE: "
                      WITH NO ADVANCING
                 DISPLAY WS-PEND-ID
                 MOVE "D" TO RESULT-CODE
            ELSE
                 PERFORM PENDING-STORE.
            CLOSE PENDING-FILE.

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
                 AND PEND-OPERATION = "R"
                 AND PEND-DATAFILE = "{{ DATAFILE }}"
                 AND PEND-KEY = MASTER-KEY
                 MOVE PEND-ID TO WS-PEND-ID
                 MOVE "Y" TO WS-ALREADY-QUEUED.

       PENDING-STORE SECTION.
            PERFORM PENDING-ID-ASSIGN.
            MOVE SPACES TO PENDING-RECORD.
            MOVE WS-PEND-ID TO PEND-ID.
            MOVE "{{ DATAFILE }}" TO PEND-DATAFILE.
            MOVE "R" TO PEND-OPERATION.
            MOVE "REACTIV" TO PEND-PROGRAM.
            MOVE MASTER-KEY TO PEND-KEY.
            MOVE USER-ID TO PEND-MAKER.
            MOVE FUNCTION CURRENT-DATE TO PEND-TIMESTAMP.
            MOVE "P" TO PEND-STATUS.
            MOVE "A" TO OPERATION.
            MOVE USER-ID TO MAKER-ID.
            MOVE ARGV TO PEND-ARGV-IMAGE.
            MOVE "S" TO OPERATION.
            WRITE PENDING-RECORD.
            IF PENDING-STATUS = "00"
                 MOVE "0" TO RESULT-CODE
                 DISPLAY "PROPOSTA REGISTRADA: " WITH NO ADVANCING
                 DISPLAY WS-PEND-ID
            ELSE
                 DISPLAY "ERRO: PROPOSTA NAO GRAVADA.".

       PENDING-OPEN SECTION.
            OPEN I-O PENDING-FILE.
            IF PENDING-STATUS NOT = "00"
                 OPEN OUTPUT PENDING-FILE
                 CLOSE PENDING-FILE
                 OPEN I-O PENDING-FILE.

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

       REQUEST-APPLY SECTION.
            IF MAKER-ID = USER-ID
                 DISPLAY "ERRO: APROVADOR E AUTOR."
            ELSE
                 MOVE DORMANT-RECORD TO WS-OLD-IMAGE
                 MOVE "R" TO DRM-STATUS
                 MOVE FUNCTION CURRENT-DATE(1:8)
                      TO DRM-REACTIVATED-DATE
                 MOVE MAKER-ID TO DRM-REQUESTED-BY
                 MOVE USER-ID TO DRM-APPROVED-BY
                 MOVE FUNCTION CURRENT-DATE TO DRM-TIMESTAMP
                 REWRITE DORMANT-RECORD
                 IF DORMANT-STATUS = "00"
                      MOVE "0" TO RESULT-CODE
                      PERFORM AUDIT-INIT
                      PERFORM AUDIT-WRITE
                      DISPLAY "REGISTRO REATIVADO."
                 ELSE
                      DISPLAY "ERRO: REATIVACAO NAO GRAVADA. "
                           WITH NO ADVANCING
                      DISPLAY "FILE-STATUS " WITH NO ADVANCING
                      DISPLAY DORMANT-STATUS WITH NO ADVANCING
                      DISPLAY "."
                      PERFORM EVENT-INIT
                      MOVE "E" TO EVENT-SEVERITY
                      MOVE "IOER" TO EVENT-CODE
                      PERFORM EVENT-WRITE
                 END-IF.

       AUDIT-INIT SECTION.
            MOVE SPACES TO AUDIT-RECORD.
            MOVE "REACTIV" TO AUDIT-PROGRAM.
            MOVE "U" TO AUDIT-OPERATION.
            MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
            MOVE MASTER-KEY TO AUDIT-KEY.
            MOVE WS-OLD-IMAGE TO AUDIT-OLD-VALUES.
            MOVE DORMANT-RECORD TO AUDIT-NEW-VALUES.
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
            MOVE "REACTIV" TO SEAL-PROGRAM.
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
            MOVE "REACTIV" TO EVENT-PROGRAM.
            MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP.
            MOVE MASTER-KEY TO EVENT-KEY.

       EVENT-WRITE SECTION.
            OPEN EXTEND EVENT-FILE.
            IF EVENT-STATUS = "35"
                 OPEN OUTPUT EVENT-FILE.
            WRITE EVENT-RECORD.
            CLOSE EVENT-FILE.

       FILE-OPEN SECTION.
            OPEN I-O DORMANT-FILE.
            IF DORMANT-STATUS NOT = "00"
                 DISPLAY "ERRO: CONTROLE DE DORMENCIA NAO ABERTO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY DORMANT-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 GOBACK.

       FILE-CLOSE SECTION.
            CLOSE DORMANT-FILE.
            GOBACK.
