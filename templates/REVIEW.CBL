       $set ANIM
       $set ANS85
       $set AUTOLOCK
       $set BELL
       $set FILESHARE
       $set NOWARNING
       $set WRITETHROUGH
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVIEW.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
            SELECT REVIEW-FILE ASSIGN WS-REVIEW-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS RV-ID
                 FILE STATUS IS REVIEW-STATUS.
            SELECT AUDIT-FILE ASSIGN WS-AUDIT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS AUDIT-STATUS.
            SELECT EVENT-FILE ASSIGN WS-EVENT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS EVENT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD REVIEW-FILE.
           COPY REVWREC.

       FD AUDIT-FILE.
           COPY AUDITREC.

       FD EVENT-FILE.
           COPY EVTREC.

       WORKING-STORAGE SECTION.
       01   WS-REVIEW-PATH              PIC X(100)
                                        VALUE "{{ REVIEWFILE }}".
       01   WS-AUDIT-PATH               PIC X(100)
                                        VALUE "{{ AUDITFILE }}".
       01   WS-EVENT-PATH               PIC X(100)
                                        VALUE "{{ EVENTFILE }}".
       01   REVIEW-STATUS               PIC X(02) VALUE SPACES.
       01   AUDIT-STATUS                PIC X(02) VALUE SPACES.
       01   EVENT-STATUS                PIC X(02) VALUE SPACES.
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
            03 REVIEW-ID                PIC 9(08).
            03 NOTE                     PIC X(30).
            03 RESULT-CODE              PIC X(01).

       PROCEDURE DIVISION USING ARGV.

       BEGIN.
            PERFORM CONFIG-RESOLVE.
            MOVE "1" TO RESULT-CODE.
            PERFORM AUTH-CHECK.
            PERFORM FILE-OPEN.
            MOVE REVIEW-ID TO RV-ID.
            READ REVIEW-FILE.
            IF REVIEW-STATUS NOT = "00"
                 OR RV-DATAFILE NOT = "{{ DATAFILE }}"
                 DISPLAY "ERRO: ITEM DE REVISAO NAO ENCONTRADO: "
                      WITH NO ADVANCING
                 DISPLAY REVIEW-ID
            ELSE IF OPERATION = "I"
                 PERFORM REVIEW-SHOW
            ELSE IF RV-STATUS NOT = "P"
                 PERFORM REVIEW-REFUSE
            ELSE IF OPERATION = "R" OR OPERATION = "B"
                 PERFORM REVIEW-DECIDE
            ELSE
                 DISPLAY "ERRO: OPERACAO INVALIDA.".
            PERFORM FILE-CLOSE.

       CONFIG-RESOLVE SECTION.
            MOVE "REVIEWFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-REVIEW-PATH.
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
            IF OPERATION = "I"
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

       REVIEW-SHOW SECTION.
            DISPLAY "ITEM: " WITH NO ADVANCING.
            DISPLAY RV-ID WITH NO ADVANCING.
            DISPLAY " SITUACAO: " WITH NO ADVANCING.
            DISPLAY RV-STATUS WITH NO ADVANCING.
            DISPLAY " MOTIVO: " WITH NO ADVANCING.
            DISPLAY RV-REASON.
            DISPLAY "MOVIMENTO: " WITH NO ADVANCING.
            DISPLAY RV-MOVEMENT.
            DISPLAY "OCORRENCIAS NA JANELA: " WITH NO ADVANCING.
            DISPLAY RV-NEAR-COUNT WITH NO ADVANCING.
            DISPLAY " TOTAL NA JANELA: " WITH NO ADVANCING.
            DISPLAY RV-WINDOW-TOTAL.
            MOVE "0" TO RESULT-CODE.

       REVIEW-REFUSE SECTION.
            DISPLAY "ERRO: ITEM DE REVISAO JA DECIDIDO: "
                 WITH NO ADVANCING.
            DISPLAY RV-STATUS.
            MOVE "2" TO RESULT-CODE.
            PERFORM EVENT-INIT.
            MOVE "W" TO EVENT-SEVERITY.
            MOVE "VALD" TO EVENT-CODE.
            PERFORM EVENT-WRITE.

       REVIEW-DECIDE SECTION.
            MOVE REVIEW-RECORD TO WS-OLD-IMAGE.
            MOVE OPERATION TO RV-STATUS.
            MOVE USER-ID TO RV-REVIEWED-BY.
            MOVE FUNCTION CURRENT-DATE TO RV-REVIEWED-AT.
            MOVE NOTE TO RV-NOTE.
            REWRITE REVIEW-RECORD.
            IF REVIEW-STATUS = "00"
                 MOVE "0" TO RESULT-CODE
                 PERFORM AUDIT-INIT
                 PERFORM AUDIT-WRITE
                 IF OPERATION = "R"
                      DISPLAY "ITEM LIBERADO PARA LANCAMENTO."
                 ELSE
                      DISPLAY "ITEM BLOQUEADO."
                 END-IF
            ELSE
                 DISPLAY "ERRO: DECISAO NAO GRAVADA. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY REVIEW-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "IOER" TO EVENT-CODE
                 PERFORM EVENT-WRITE.

       AUDIT-INIT SECTION.
            MOVE SPACES TO AUDIT-RECORD.
            MOVE "REVIEW" TO AUDIT-PROGRAM.
            MOVE "U" TO AUDIT-OPERATION.
            MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
            MOVE RV-MOVEMENT(1:20) TO AUDIT-KEY.
            MOVE WS-OLD-IMAGE TO AUDIT-OLD-VALUES.
            MOVE REVIEW-RECORD TO AUDIT-NEW-VALUES.
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
            MOVE "REVIEW" TO SEAL-PROGRAM.
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
            MOVE "REVIEW" TO EVENT-PROGRAM.
            MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP.
            MOVE RV-MOVEMENT(1:20) TO EVENT-KEY.

       EVENT-WRITE SECTION.
            OPEN EXTEND EVENT-FILE.
            IF EVENT-STATUS = "35"
                 OPEN OUTPUT EVENT-FILE.
            WRITE EVENT-RECORD.
            CLOSE EVENT-FILE.

       FILE-OPEN SECTION.
            OPEN I-O REVIEW-FILE.
            IF REVIEW-STATUS NOT = "00"
                 DISPLAY "ERRO: FILA DE REVISAO NAO ABERTA. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY REVIEW-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 GOBACK.

       FILE-CLOSE SECTION.
            CLOSE REVIEW-FILE.
            GOBACK.
