       $set ANIM
       $set ANS85
       $set AUTOLOCK
       $set BELL
       $set FILESHARE
       $set NOWARNING
       $set WRITETHROUGH
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHSRV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
            SELECT MOVEMENT-FILE ASSIGN WS-MOVEMENT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS MOVEMENT-STATUS.
            SELECT POSTCTL-FILE ASSIGN WS-POSTCTL-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS PCT-KEY
                 FILE STATUS IS POSTCTL-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD MOVEMENT-FILE.
           COPY MOVREC.

       FD POSTCTL-FILE.
           COPY POSTCTL.

       WORKING-STORAGE SECTION.
       01   WS-MOVEMENT-PATH            PIC X(100) VALUE SPACES.
       01   WS-POSTCTL-PATH             PIC X(100)
                                        VALUE "{{ POSTCTLFILE }}".
       01   MOVEMENT-STATUS             PIC X(02) VALUE SPACES.
       01   POSTCTL-STATUS              PIC X(02) VALUE SPACES.
       01   WS-BATCH-COUNT              PIC 9(9) VALUE 0.
       01   WS-BATCH-HASH               PIC 9(15)V99 VALUE ZERO.
       01   WS-BATCH-FIRST              PIC X(48) VALUE SPACES.
       01   WS-BATCH-LAST               PIC X(48) VALUE SPACES.
       01   WS-BATCH-POSTED             PIC X(01) VALUE "N".
       01   WS-PREFIX-COUNT             PIC 9(9) VALUE 0.
       01   WS-PREFIX-HASH              PIC 9(15)V99 VALUE ZERO.
       01   WS-PREFIX-LAST              PIC X(48) VALUE SPACES.
       01   CONFIGSRV-ARGV.
            03 CFGSRV-FILLER            PIC X(02).
            03 CFGSRV-LOGICAL           PIC X(30).
            03 CFGSRV-PATH              PIC X(100).
            03 CFGSRV-RESULT            PIC X(01).

       LINKAGE SECTION.
       01   ARGV.
            03 FILLER                   PIC X(02).
            03 BSRV-OPERATION           PIC X(01).
            03 BSRV-DATAFILE            PIC X(30).
            03 BSRV-MOVEMENT-PATH       PIC X(100).
            03 BSRV-RUN-KEY             PIC X(29).
            03 BSRV-SCREENED            PIC X(01).
            03 BSRV-RESULT              PIC X(01).

       PROCEDURE DIVISION USING ARGV.

       BEGIN.
            MOVE "1" TO BSRV-RESULT.
            PERFORM CONFIG-RESOLVE.
            MOVE BSRV-MOVEMENT-PATH TO WS-MOVEMENT-PATH.
            IF BSRV-OPERATION = "I"
                 PERFORM BATCH-INQUIRE
            ELSE IF BSRV-OPERATION = "R"
                 PERFORM BATCH-REGISTER
            ELSE
                 DISPLAY "ERRO: OPERACAO DE LOTE INVALIDA.".
            GOBACK.

       CONFIG-RESOLVE SECTION.
            MOVE "POSTCTLFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-POSTCTL-PATH.

       CONFIG-FETCH SECTION.
            MOVE SPACES TO CFGSRV-PATH.
            MOVE "1" TO CFGSRV-RESULT.
            CALL "CONFIGSRV" USING CONFIGSRV-ARGV.

       BATCH-INQUIRE SECTION.
            MOVE "N" TO BSRV-SCREENED.
            MOVE "N" TO WS-BATCH-POSTED.
            PERFORM BATCH-IDENTIFY.
            IF WS-BATCH-COUNT = 0
                 MOVE "Y" TO BSRV-SCREENED
            ELSE
                 OPEN INPUT POSTCTL-FILE
                 IF POSTCTL-STATUS = "00"
                      PERFORM BATCH-KEY-SET
                      READ POSTCTL-FILE IGNORE LOCK
                      PERFORM BATCH-STATE-CHECK
                 END-IF
                 CLOSE POSTCTL-FILE.
            IF WS-BATCH-POSTED = "Y"
                 MOVE "P" TO BSRV-RESULT
            ELSE
                 MOVE "0" TO BSRV-RESULT.

       BATCH-STATE-CHECK SECTION.
            IF POSTCTL-STATUS NOT = "00"
                 PERFORM BATCH-POSTED-SCAN
            ELSE IF PCT-STATUS = "S"
                 MOVE "Y" TO BSRV-SCREENED
            ELSE
                 MOVE "Y" TO WS-BATCH-POSTED.

       BATCH-POSTED-SCAN SECTION.
            MOVE LOW-VALUES TO PCT-KEY.
            MOVE BSRV-DATAFILE TO PCT-DATAFILE.
            START POSTCTL-FILE KEY NOT LESS PCT-KEY.
            IF POSTCTL-STATUS = "00"
                 PERFORM POSTCTL-READ
                 PERFORM BATCH-POSTED-LOOP
                      UNTIL POSTCTL-STATUS NOT = "00"
                      OR PCT-DATAFILE NOT = BSRV-DATAFILE
                      OR WS-BATCH-POSTED = "Y".

       POSTCTL-READ SECTION.
            READ POSTCTL-FILE NEXT IGNORE LOCK.

       BATCH-POSTED-LOOP SECTION.
            IF PCT-STATUS NOT = "S"
                 AND PCT-FIRST-MOVEMENT = WS-BATCH-FIRST
                 AND PCT-MOV-COUNT < WS-BATCH-COUNT
                 PERFORM BATCH-PREFIX-CHECK.
            PERFORM POSTCTL-READ.

       BATCH-PREFIX-CHECK SECTION.
            MOVE 0 TO WS-PREFIX-COUNT.
            MOVE ZERO TO WS-PREFIX-HASH.
            MOVE SPACES TO WS-PREFIX-LAST.
            OPEN INPUT MOVEMENT-FILE.
            IF MOVEMENT-STATUS = "00"
                 PERFORM MOVEMENT-READ
                 PERFORM BATCH-PREFIX-LOOP
                      UNTIL MOVEMENT-STATUS NOT = "00"
                      OR WS-PREFIX-COUNT = PCT-MOV-COUNT.
            CLOSE MOVEMENT-FILE.
            IF WS-PREFIX-COUNT = PCT-MOV-COUNT
                 AND WS-PREFIX-HASH = PCT-MOV-HASH
                 AND WS-PREFIX-LAST = PCT-LAST-MOVEMENT
                 MOVE "Y" TO WS-BATCH-POSTED.

       BATCH-PREFIX-LOOP SECTION.
            ADD 1 TO WS-PREFIX-COUNT.
            MOVE MOVEMENT-RECORD TO WS-PREFIX-LAST.
            IF MOV-AMOUNT-X NUMERIC
                 ADD MOV-AMOUNT TO WS-PREFIX-HASH.
            IF WS-PREFIX-COUNT < PCT-MOV-COUNT
                 PERFORM MOVEMENT-READ.

       BATCH-IDENTIFY SECTION.
            MOVE 0 TO WS-BATCH-COUNT.
            MOVE ZERO TO WS-BATCH-HASH.
            MOVE SPACES TO WS-BATCH-FIRST.
            MOVE SPACES TO WS-BATCH-LAST.
            OPEN INPUT MOVEMENT-FILE.
            IF MOVEMENT-STATUS = "00"
                 PERFORM MOVEMENT-READ
                 PERFORM BATCH-IDENTIFY-LOOP
                      UNTIL MOVEMENT-STATUS NOT = "00".
            CLOSE MOVEMENT-FILE.

       MOVEMENT-READ SECTION.
            READ MOVEMENT-FILE.

       BATCH-IDENTIFY-LOOP SECTION.
            ADD 1 TO WS-BATCH-COUNT.
            IF WS-BATCH-COUNT = 1
                 MOVE MOVEMENT-RECORD TO WS-BATCH-FIRST.
            MOVE MOVEMENT-RECORD TO WS-BATCH-LAST.
            IF MOV-AMOUNT-X NUMERIC
                 ADD MOV-AMOUNT TO WS-BATCH-HASH.
            PERFORM MOVEMENT-READ.

       BATCH-KEY-SET SECTION.
            MOVE BSRV-DATAFILE TO PCT-DATAFILE.
            MOVE WS-BATCH-COUNT TO PCT-MOV-COUNT.
            MOVE WS-BATCH-HASH TO PCT-MOV-HASH.
            MOVE WS-BATCH-FIRST TO PCT-FIRST-MOVEMENT.
            MOVE WS-BATCH-LAST TO PCT-LAST-MOVEMENT.

       BATCH-REGISTER SECTION.
            IF BSRV-SCREENED NOT = "Y"
                 DISPLAY "AVISO: LOTE DE MOVIMENTOS COM ITENS NAO "
                      WITH NO ADVANCING
                 DISPLAY "TRIADOS. EXECUTE A TRIAGEM."
                 MOVE "2" TO BSRV-RESULT
            ELSE
                 PERFORM BATCH-IDENTIFY
                 PERFORM BATCH-STORE.

       BATCH-STORE SECTION.
            IF WS-BATCH-COUNT = 0
                 MOVE "0" TO BSRV-RESULT
            ELSE
                 OPEN I-O POSTCTL-FILE
                 IF POSTCTL-STATUS NOT = "00"
                      OPEN OUTPUT POSTCTL-FILE
                      CLOSE POSTCTL-FILE
                      OPEN I-O POSTCTL-FILE
                 END-IF
                 MOVE SPACES TO POSTCTL-RECORD
                 PERFORM BATCH-KEY-SET
                 MOVE "S" TO PCT-STATUS
                 MOVE BSRV-RUN-KEY TO PCT-RUN-KEY
                 MOVE 0 TO PCT-LAST-SEQ
                 MOVE 0 TO PCT-POSTED-COUNT
                 MOVE ZERO TO PCT-POSTED-TOTAL
                 MOVE FUNCTION CURRENT-DATE TO PCT-TIMESTAMP
                 WRITE POSTCTL-RECORD
                 IF POSTCTL-STATUS = "00" OR POSTCTL-STATUS = "22"
                      MOVE "0" TO BSRV-RESULT
                 ELSE
                      DISPLAY "ERRO: CONTROLE DO LOTE NAO GRAVADO. "
                           WITH NO ADVANCING
                      DISPLAY "FILE-STATUS " WITH NO ADVANCING
                      DISPLAY POSTCTL-STATUS WITH NO ADVANCING
                      DISPLAY "."
                 END-IF
                 CLOSE POSTCTL-FILE.
