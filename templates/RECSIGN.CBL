       $set ANIM
       $set ANS85
       $set AUTOLOCK
       $set BELL
       $set FILESHARE
       $set NOWARNING
       $set WRITETHROUGH
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECSIGN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
            SELECT SIGNOFF-FILE ASSIGN WS-SIGNOFF-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS SO-KEY
                 FILE STATUS IS SIGNOFF-STATUS.
            SELECT AUDIT-FILE ASSIGN WS-AUDIT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS AUDIT-STATUS.
            SELECT EVENT-FILE ASSIGN WS-EVENT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS EVENT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD SIGNOFF-FILE.
           COPY SIGNREC.

       FD AUDIT-FILE.
           COPY AUDITREC.

       FD EVENT-FILE.
           COPY EVTREC.

       WORKING-STORAGE SECTION.
       01   WS-SIGNOFF-PATH             PIC X(100)
                                        VALUE "{{ SIGNOFFFILE }}".
       01   WS-AUDIT-PATH               PIC X(100)
                                        VALUE "{{ AUDITFILE }}".
       01   WS-EVENT-PATH               PIC X(100)
                                        VALUE "{{ EVENTFILE }}".
       01   SIGNOFF-STATUS              PIC X(02) VALUE SPACES.
       01   AUDIT-STATUS                PIC X(02) VALUE SPACES.
       01   EVENT-STATUS                PIC X(02) VALUE SPACES.
       01   WS-OLD-IMAGE                PIC X(200) VALUE SPACES.
       01   WS-LINE-KEY                 PIC X(20) VALUE SPACES.
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
            03 DECISION                 PIC X(01).
            03 CYCLE                    PIC X(08).
            03 SUBJECT-USER             PIC X(08).
            03 PERM-DATAFILE            PIC X(30).
            03 PERM-OPERATION           PIC X(01).
            03 NOTE                     PIC X(30).
            03 RESULT-CODE              PIC X(01).

       PROCEDURE DIVISION USING ARGV.

       BEGIN.
            PERFORM CONFIG-RESOLVE.
            MOVE "1" TO RESULT-CODE.
            PERFORM AUTH-CHECK.
            PERFORM FILE-OPEN.
            MOVE SPACES TO WS-LINE-KEY.
            STRING SUBJECT-USER PERM-OPERATION CYCLE
                 DELIMITED BY SIZE INTO WS-LINE-KEY.
            MOVE "{{ DATAFILE }}" TO SO-DATAFILE.
            MOVE CYCLE TO SO-CYCLE.
            MOVE SUBJECT-USER TO SO-USER.
            MOVE PERM-DATAFILE TO SO-PERM-DATAFILE.
            MOVE PERM-OPERATION TO SO-OPERATION.
            READ SIGNOFF-FILE.
            IF SIGNOFF-STATUS NOT = "00"
                 DISPLAY "ERRO: LINHA DE RECERTIFICACAO NAO ENCONTRADA."
            ELSE IF DECISION = "I"
                 PERFORM SIGNOFF-SHOW
            ELSE IF DECISION NOT = "K" AND DECISION NOT = "V"
                 DISPLAY "ERRO: DECISAO INVALIDA."
            ELSE IF SO-USER = USER-ID
                 DISPLAY "ERRO: REVISOR NAO PODE DECIDIR O PROPRIO "
                      WITH NO ADVANCING
                 DISPLAY "ACESSO."
                 MOVE "2" TO RESULT-CODE
                 PERFORM EVENT-INIT
                 MOVE "W" TO EVENT-SEVERITY
                 MOVE "SODC" TO EVENT-CODE
                 PERFORM EVENT-WRITE
            ELSE IF SO-DECISION NOT = "P"
                 PERFORM SIGNOFF-REFUSE
            ELSE
                 PERFORM SIGNOFF-DECIDE.
            PERFORM FILE-CLOSE.

       CONFIG-RESOLVE SECTION.
            MOVE "SIGNOFFFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-SIGNOFF-PATH.
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
            IF DECISION = "I"
                 MOVE "R" TO AUTH-OPERATION
            ELSE
                 MOVE "A" TO AUTH-OPERATION.
            MOVE "1" TO AUTH-RESULT.
            CALL "AUTHSRV" USING AUTH-ARGV.
            IF AUTH-RESULT NOT = "0"
                 DISPLAY "ERRO: OPERACAO NAO AUTORIZADA."
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "AUTH" TO EVENT-CODE
                 PERFORM EVENT-WRITE
                 GOBACK.

       SIGNOFF-SHOW SECTION.
            DISPLAY "USUARIO: " WITH NO ADVANCING.
            DISPLAY SO-USER WITH NO ADVANCING.
            DISPLAY " ARQUIVO: " WITH NO ADVANCING.
            DISPLAY SO-PERM-DATAFILE WITH NO ADVANCING.
            DISPLAY " OPERACAO: " WITH NO ADVANCING.
            DISPLAY SO-OPERATION.
            DISPLAY "ULTIMO USO: " WITH NO ADVANCING.
            DISPLAY SO-LAST-USED WITH NO ADVANCING.
            DISPLAY " DIAS: " WITH NO ADVANCING.
            DISPLAY SO-IDLE-DAYS WITH NO ADVANCING.
            DISPLAY " SEM USO: " WITH NO ADVANCING.
            DISPLAY SO-UNUSED-FLAG.
            DISPLAY "CONFLITOS: " WITH NO ADVANCING.
            DISPLAY SO-SOD-RULES.
            DISPLAY "DECISAO: " WITH NO ADVANCING.
            DISPLAY SO-DECISION WITH NO ADVANCING.
            DISPLAY " REVISOR: " WITH NO ADVANCING.
            DISPLAY SO-REVIEWER.
            MOVE "0" TO RESULT-CODE.

       SIGNOFF-REFUSE SECTION.
            DISPLAY "ERRO: LINHA JA DECIDIDA: " WITH NO ADVANCING.
            DISPLAY SO-DECISION.
            MOVE "2" TO RESULT-CODE.
            PERFORM EVENT-INIT.
            MOVE "W" TO EVENT-SEVERITY.
            MOVE "VALD" TO EVENT-CODE.
            PERFORM EVENT-WRITE.

       SIGNOFF-DECIDE SECTION.
            MOVE SIGNOFF-RECORD TO WS-OLD-IMAGE.
            MOVE DECISION TO SO-DECISION.
            MOVE USER-ID TO SO-REVIEWER.
            MOVE FUNCTION CURRENT-DATE TO SO-DECIDED-AT.
            MOVE NOTE TO SO-NOTE.
            REWRITE SIGNOFF-RECORD.
            IF SIGNOFF-STATUS = "00"
                 MOVE "0" TO RESULT-CODE
                 PERFORM AUDIT-INIT
                 PERFORM AUDIT-WRITE
                 IF DECISION = "K"
                      DISPLAY "ACESSO MANTIDO."
                 ELSE
                      DISPLAY "REVOGACAO REGISTRADA."
                      PERFORM EVENT-INIT
                      MOVE "W" TO EVENT-SEVERITY
                      MOVE "RVOK" TO EVENT-CODE
                      PERFORM EVENT-WRITE
                 END-IF
            ELSE
                 DISPLAY "ERRO: DECISAO NAO GRAVADA. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY SIGNOFF-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "IOER" TO EVENT-CODE
                 PERFORM EVENT-WRITE.

       AUDIT-INIT SECTION.
            MOVE SPACES TO AUDIT-RECORD.
            MOVE "RECSIGN" TO AUDIT-PROGRAM.
            MOVE "U" TO AUDIT-OPERATION.
            MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
            MOVE WS-LINE-KEY TO AUDIT-KEY.
            MOVE WS-OLD-IMAGE TO AUDIT-OLD-VALUES.
            MOVE SIGNOFF-RECORD TO AUDIT-NEW-VALUES.
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
            MOVE "RECSIGN" TO SEAL-PROGRAM.
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
            MOVE "RECSIGN" TO EVENT-PROGRAM.
            MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP.
            MOVE WS-LINE-KEY TO EVENT-KEY.

       EVENT-WRITE SECTION.
            OPEN EXTEND EVENT-FILE.
            IF EVENT-STATUS = "35"
                 OPEN OUTPUT EVENT-FILE.
            WRITE EVENT-RECORD.
            CLOSE EVENT-FILE.

       FILE-OPEN SECTION.
            OPEN I-O SIGNOFF-FILE.
            IF SIGNOFF-STATUS NOT = "00"
                 DISPLAY "ERRO: ARQUIVO DE RECERTIFICACAO NAO ABERTO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY SIGNOFF-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 GOBACK.

       FILE-CLOSE SECTION.
            CLOSE SIGNOFF-FILE.
            GOBACK.
