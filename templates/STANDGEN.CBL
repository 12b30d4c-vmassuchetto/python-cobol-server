       $set ANIM
       $set ANS85
       $set AUTOLOCK
       $set BELL
       $set FILESHARE
       $set NOWARNING
       $set WRITETHROUGH
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDGEN.

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
            SELECT MOVEMENT-FILE ASSIGN WS-MOVEMENT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS MOVEMENT-STATUS.
            SELECT REJECT-FILE ASSIGN WS-REJECT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS REJECT-STATUS.
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

       FD STANDING-FILE.
           COPY STANDREC.

       FD MOVEMENT-FILE.
           COPY MOVREC.

       FD REJECT-FILE.
           COPY REJREC.

       FD RUNCTL-FILE.
           COPY RUNCTL.

       FD EVENT-FILE.
           COPY EVTREC.

       WORKING-STORAGE SECTION.
       01   WS-DATA-PATH                PIC X(100)
                                        VALUE "{{ DATAFILE }}".
       01   WS-STANDING-PATH            PIC X(100)
                                        VALUE "{{ STANDINGFILE }}".
       01   WS-MOVEMENT-PATH            PIC X(100)
                                        VALUE "{{ MOVEMENTFILE }}".
       01   WS-REJECT-PATH              PIC X(100)
                                        VALUE "{{ REJECTFILE }}".
       01   WS-RUNCTL-PATH              PIC X(100)
                                        VALUE "{{ RUNCTLFILE }}".
       01   WS-EVENT-PATH               PIC X(100)
                                        VALUE "{{ EVENTFILE }}".
       01   FILE-STATUS                 PIC X(02) VALUE SPACES.
       01   STANDING-STATUS             PIC X(02) VALUE SPACES.
       01   MOVEMENT-STATUS             PIC X(02) VALUE SPACES.
       01   REJECT-STATUS               PIC X(02) VALUE SPACES.
       01   RUNCTL-STATUS               PIC X(02) VALUE SPACES.
       01   EVENT-STATUS                PIC X(02) VALUE SPACES.
       01   WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01   WS-READ-COUNT               PIC 9(9) VALUE 0.
       01   WS-GENERATED-COUNT          PIC 9(9) VALUE 0.
       01   WS-REJECTED-COUNT           PIC 9(9) VALUE 0.
       01   WS-ENDED-COUNT              PIC 9(9) VALUE 0.
       01   WS-ERROR-COUNT              PIC 9(9) VALUE 0.
       01   WS-GENERATED-TOTAL          PIC S9(13)V99 VALUE ZERO.
       01   WS-DUE-DATE                 PIC X(08) VALUE SPACES.
       01   WS-GEN-FAILED               PIC X(01) VALUE "N".
       01   WS-STANDING-SAVE            PIC X(200) VALUE SPACES.
       01   WS-ENDED-SAVE               PIC 9(9) VALUE 0.
       01   WS-NOMINAL                  PIC 9(08) VALUE 0.
       01   WS-NOMINAL-R REDEFINES WS-NOMINAL.
            03 WS-NOM-YEAR              PIC 9(04).
            03 WS-NOM-MONTH             PIC 9(02).
            03 WS-NOM-DAY               PIC 9(02).
       01   WS-MONTH-FIRST              PIC 9(08) VALUE 0.
       01   WS-MONTH-FIRST-R REDEFINES WS-MONTH-FIRST.
            03 WS-MF-YEAR               PIC 9(04).
            03 WS-MF-MONTH              PIC 9(02).
            03 WS-MF-DAY                PIC 9(02).
       01   WS-MONTH-STEP               PIC 9(02) VALUE 0.
       01   WS-MONTH-TOTAL              PIC 9(06) VALUE 0.
       01   WS-MONTH-DAYS               PIC 9(02) VALUE 0.
       01   WS-INT                      PIC 9(07) VALUE 0.
       01   WS-NEXT-INT                 PIC 9(07) VALUE 0.
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
            03 RUN-DATE                 PIC X(08).
            03 RESULT-CODE              PIC X(01).
            03 GENERATED-COUNT          PIC 9(9).
            03 REJECTED-COUNT           PIC 9(9).
            03 GENERATED-TOTAL          PIC S9(13)V99.

       PROCEDURE DIVISION USING ARGV.

       BEGIN.
            PERFORM CONFIG-RESOLVE.
            MOVE "1" TO RESULT-CODE.
            MOVE 0 TO GENERATED-COUNT.
            MOVE 0 TO REJECTED-COUNT.
            MOVE ZERO TO GENERATED-TOTAL.
            MOVE 0 TO WS-READ-COUNT.
            MOVE 0 TO WS-GENERATED-COUNT.
            MOVE 0 TO WS-REJECTED-COUNT.
            MOVE 0 TO WS-ENDED-COUNT.
            MOVE 0 TO WS-ERROR-COUNT.
            MOVE ZERO TO WS-GENERATED-TOTAL.
            IF RUN-DATE = SPACES
                 MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
            ELSE
                 MOVE RUN-DATE TO WS-RUN-DATE.
            PERFORM AUTH-CHECK.
            PERFORM RUN-INIT.
            PERFORM FILE-OPEN.
            MOVE "{{ DATAFILE }}" TO SI-DATAFILE.
            MOVE 0 TO SI-ID.
            START STANDING-FILE KEY NOT LESS SI-KEY.
            IF STANDING-STATUS = "00"
                 PERFORM STANDING-READ
                 PERFORM STANDING-LOOP
                      UNTIL STANDING-STATUS NOT = "00"
                      OR SI-DATAFILE NOT = "{{ DATAFILE }}".
            DISPLAY "INSTRUCOES LIDAS: " WITH NO ADVANCING.
            DISPLAY WS-READ-COUNT.
            DISPLAY "MOVIMENTOS GERADOS: " WITH NO ADVANCING.
            DISPLAY WS-GENERATED-COUNT.
            DISPLAY "INSTRUCOES REJEITADAS: " WITH NO ADVANCING.
            DISPLAY WS-REJECTED-COUNT.
            DISPLAY "INSTRUCOES ENCERRADAS: " WITH NO ADVANCING.
            DISPLAY WS-ENDED-COUNT.
            DISPLAY "TOTAL GERADO: " WITH NO ADVANCING.
            DISPLAY WS-GENERATED-TOTAL.
            IF WS-ERROR-COUNT = 0
                 MOVE "C" TO RUNCTL-FINAL-STATUS
                 MOVE "0" TO RESULT-CODE.
            MOVE WS-GENERATED-COUNT TO GENERATED-COUNT.
            MOVE WS-REJECTED-COUNT TO REJECTED-COUNT.
            MOVE WS-GENERATED-TOTAL TO GENERATED-TOTAL.
            MOVE WS-READ-COUNT TO RUNCTL-READ-COUNT.
            MOVE WS-GENERATED-COUNT TO RUNCTL-WRITTEN-COUNT.
            COMPUTE RUNCTL-ERROR-COUNT =
                 WS-REJECTED-COUNT + WS-ERROR-COUNT.
            MOVE WS-GENERATED-TOTAL TO RUNCTL-AMOUNT-TOTAL.
            PERFORM RUN-CLOSING-COUNT.
            PERFORM RUN-WRITE.
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
            MOVE "{{ MOVEMENTFILE }}" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-MOVEMENT-PATH.
            MOVE "REJECTFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-REJECT-PATH.
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

       STANDING-READ SECTION.
            READ STANDING-FILE NEXT.

       STANDING-LOOP SECTION.
            IF SI-DATAFILE = "{{ DATAFILE }}"
                 ADD 1 TO WS-READ-COUNT
                 IF SI-STATUS = "A" AND SI-NEXT-DUE NOT > WS-RUN-DATE
                      PERFORM INSTRUCTION-PROCESS
                 END-IF.
            PERFORM STANDING-READ.

       INSTRUCTION-PROCESS SECTION.
            MOVE SI-MASTER-KEY TO {{ KEYNAME }}.
            READ FILE-NAME IGNORE LOCK.
            IF FILE-STATUS NOT = "00"
                 DISPLAY "ERRO: MESTRE DA INSTRUCAO NAO ENCONTRADO: "
                      WITH NO ADVANCING
                 DISPLAY SI-ID
                 PERFORM INSTRUCTION-REJECT
            ELSE IF {{ DELETEDFLAG }} = "S"
                 DISPLAY "ERRO: MESTRE DA INSTRUCAO EXCLUIDO: "
                      WITH NO ADVANCING
                 DISPLAY SI-ID
                 PERFORM INSTRUCTION-REJECT
            ELSE
                 MOVE "N" TO WS-GEN-FAILED
                 PERFORM OCCURRENCE-GENERATE
                      UNTIL SI-STATUS NOT = "A"
                      OR SI-NEXT-DUE > WS-RUN-DATE
                      OR WS-GEN-FAILED = "Y".

       INSTRUCTION-REJECT SECTION.
            ADD 1 TO WS-REJECTED-COUNT.
            MOVE SPACES TO REJECT-RECORD.
            MOVE "STANDGEN" TO REJECT-PROGRAM.
            MOVE "SI" TO REJECT-REASON.
            MOVE FUNCTION CURRENT-DATE TO REJECT-TIMESTAMP.
            MOVE STANDING-RECORD TO REJECT-DATA.
            PERFORM REJECT-WRITE.
            PERFORM EVENT-INIT.
            MOVE "E" TO EVENT-SEVERITY.
            MOVE "NFND" TO EVENT-CODE.
            PERFORM EVENT-WRITE.

       OCCURRENCE-GENERATE SECTION.
            IF SI-END-DATE NOT = SPACES AND SI-NEXT-DUE > SI-END-DATE
                 PERFORM INSTRUCTION-END
                 REWRITE STANDING-RECORD
                 IF STANDING-STATUS NOT = "00"
                      SUBTRACT 1 FROM WS-ENDED-COUNT
                      PERFORM GENERATE-FAIL
                 END-IF
            ELSE
                 PERFORM DUE-DATE-ADJUST
                 MOVE SPACES TO MOVEMENT-RECORD
                 MOVE SI-MASTER-KEY TO MOV-KEY
                 MOVE SI-MOV-TYPE TO MOV-TYPE
                 MOVE SI-AMOUNT TO MOV-AMOUNT
                 MOVE WS-DUE-DATE TO MOV-DATE
                 MOVE "G" TO MOV-ORIGIN
                 MOVE STANDING-RECORD TO WS-STANDING-SAVE
                 MOVE WS-ENDED-COUNT TO WS-ENDED-SAVE
                 PERFORM OCCURRENCE-ADVANCE
                 IF STANDING-STATUS = "00"
                      PERFORM OCCURRENCE-EMIT
                 ELSE
                      MOVE WS-ENDED-SAVE TO WS-ENDED-COUNT
                      PERFORM GENERATE-FAIL
                 END-IF.

       OCCURRENCE-EMIT SECTION.
            WRITE MOVEMENT-RECORD.
            IF MOVEMENT-STATUS = "00"
                 ADD 1 TO WS-GENERATED-COUNT
                 IF SI-MOV-TYPE = "D"
                      SUBTRACT SI-AMOUNT FROM WS-GENERATED-TOTAL
                 ELSE
                      ADD SI-AMOUNT TO WS-GENERATED-TOTAL
                 END-IF
            ELSE
                 PERFORM GENERATE-FAIL
                 MOVE WS-STANDING-SAVE TO STANDING-RECORD
                 MOVE WS-ENDED-SAVE TO WS-ENDED-COUNT
                 REWRITE STANDING-RECORD
                 IF STANDING-STATUS NOT = "00"
                      PERFORM RESTORE-FAIL
                 END-IF.

       OCCURRENCE-ADVANCE SECTION.
            MOVE SI-NEXT-DUE TO SI-LAST-GENERATED.
            PERFORM NEXT-DUE-COMPUTE.
            IF SI-REMAINING > 0
                 SUBTRACT 1 FROM SI-REMAINING
                 IF SI-REMAINING = 0
                      PERFORM INSTRUCTION-END
                 END-IF.
            IF SI-STATUS = "A" AND SI-END-DATE NOT = SPACES
                 AND SI-NEXT-DUE > SI-END-DATE
                 PERFORM INSTRUCTION-END.
            REWRITE STANDING-RECORD.

       INSTRUCTION-END SECTION.
            MOVE "E" TO SI-STATUS.
            ADD 1 TO WS-ENDED-COUNT.

       DUE-DATE-ADJUST SECTION.
            MOVE SI-NEXT-DUE TO WS-DUE-DATE.
            MOVE SPACES TO DATESRV-ARGV.
            MOVE "W" TO DSRV-OPERATION.
            MOVE SI-NEXT-DUE TO DSRV-INPUT.
            MOVE 0 TO DSRV-DAYS.
            MOVE "1" TO DSRV-RESULT.
            CALL "DATESRV" USING DATESRV-ARGV.
            IF DSRV-RESULT = "2"
                 MOVE SPACES TO DATESRV-ARGV
                 MOVE SI-ADJUST TO DSRV-OPERATION
                 MOVE SI-NEXT-DUE TO DSRV-INPUT
                 MOVE 0 TO DSRV-DAYS
                 MOVE "1" TO DSRV-RESULT
                 CALL "DATESRV" USING DATESRV-ARGV
                 IF DSRV-RESULT = "0"
                      MOVE DSRV-OUTPUT TO WS-DUE-DATE
                 END-IF.

       NEXT-DUE-COMPUTE SECTION.
            MOVE SI-NEXT-DUE TO WS-NOMINAL.
            IF SI-FREQUENCY = "S" OR SI-FREQUENCY = "Q"
                 COMPUTE WS-INT = FUNCTION INTEGER-OF-DATE(WS-NOMINAL)
                 IF SI-FREQUENCY = "S"
                      ADD 7 TO WS-INT
                 ELSE
                      ADD 14 TO WS-INT
                 END-IF
                 COMPUTE WS-NOMINAL = FUNCTION DATE-OF-INTEGER(WS-INT)
            ELSE
                 IF SI-FREQUENCY = "T"
                      MOVE 3 TO WS-MONTH-STEP
                 ELSE IF SI-FREQUENCY = "E"
                      MOVE 6 TO WS-MONTH-STEP
                 ELSE IF SI-FREQUENCY = "A"
                      MOVE 12 TO WS-MONTH-STEP
                 ELSE
                      MOVE 1 TO WS-MONTH-STEP
                 END-IF
                 PERFORM MONTH-ADVANCE.
            MOVE WS-NOMINAL TO SI-NEXT-DUE.

       MONTH-ADVANCE SECTION.
            COMPUTE WS-MONTH-TOTAL =
                 WS-NOM-YEAR * 12 + WS-NOM-MONTH - 1 + WS-MONTH-STEP.
            DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-NOM-YEAR
                 REMAINDER WS-NOM-MONTH.
            ADD 1 TO WS-NOM-MONTH.
            MOVE WS-NOM-YEAR TO WS-MF-YEAR.
            MOVE WS-NOM-MONTH TO WS-MF-MONTH.
            MOVE 1 TO WS-MF-DAY.
            COMPUTE WS-INT = FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST).
            IF WS-MF-MONTH = 12
                 ADD 1 TO WS-MF-YEAR
                 MOVE 1 TO WS-MF-MONTH
            ELSE
                 ADD 1 TO WS-MF-MONTH.
            COMPUTE WS-NEXT-INT =
                 FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST).
            COMPUTE WS-MONTH-DAYS = WS-NEXT-INT - WS-INT.
            IF SI-ANCHOR-DAY > WS-MONTH-DAYS OR SI-ANCHOR-DAY = 0
                 MOVE WS-MONTH-DAYS TO WS-NOM-DAY
            ELSE
                 MOVE SI-ANCHOR-DAY TO WS-NOM-DAY.

       GENERATE-FAIL SECTION.
            MOVE "Y" TO WS-GEN-FAILED.
            ADD 1 TO WS-ERROR-COUNT.
            DISPLAY "ERRO: INSTRUCAO NAO PROCESSADA. "
                 WITH NO ADVANCING.
            DISPLAY "FILE-STATUS " WITH NO ADVANCING.
            IF MOVEMENT-STATUS NOT = "00"
                 DISPLAY MOVEMENT-STATUS WITH NO ADVANCING
            ELSE
                 DISPLAY STANDING-STATUS WITH NO ADVANCING.
            DISPLAY ".".
            PERFORM EVENT-INIT.
            MOVE "E" TO EVENT-SEVERITY.
            MOVE "IOER" TO EVENT-CODE.
            PERFORM EVENT-WRITE.

       RESTORE-FAIL SECTION.
            ADD 1 TO WS-ERROR-COUNT.
            DISPLAY "ERRO: INSTRUCAO AVANCADA SEM MOVIMENTO: "
                 WITH NO ADVANCING.
            DISPLAY SI-ID WITH NO ADVANCING.
            DISPLAY " FILE-STATUS " WITH NO ADVANCING.
            DISPLAY STANDING-STATUS WITH NO ADVANCING.
            DISPLAY ".".
            PERFORM EVENT-INIT.
            MOVE "E" TO EVENT-SEVERITY.
            MOVE "IOER" TO EVENT-CODE.
            PERFORM EVENT-WRITE.

       REJECT-WRITE SECTION.
            OPEN EXTEND REJECT-FILE.
            IF REJECT-STATUS = "35"
                 OPEN OUTPUT REJECT-FILE.
            WRITE REJECT-RECORD.
            CLOSE REJECT-FILE.

       EVENT-INIT SECTION.
            MOVE SPACES TO EVENT-RECORD.
            MOVE "STANDGEN" TO EVENT-PROGRAM.
            MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP.
            MOVE SI-MASTER-KEY TO EVENT-KEY.

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

       BATCH-POSTED-REFUSE SECTION.
            DISPLAY "ERRO: ARQUIVO DE MOVIMENTO JA LANCADO. "
                 WITH NO ADVANCING.
            DISPLAY "RENOVE O ARQUIVO ANTES DE GERAR MOVIMENTOS.".
            PERFORM EVENT-INIT.
            MOVE SPACES TO EVENT-KEY.
            MOVE "E" TO EVENT-SEVERITY.
            MOVE "MOVP" TO EVENT-CODE.
            PERFORM EVENT-WRITE.
            PERFORM RUN-WRITE.

       SCREENED-REGISTER SECTION.
            IF BSRV-OPERATION = "I"
                 MOVE "R" TO BSRV-OPERATION
                 MOVE RUNCTL-KEY TO BSRV-RUN-KEY
                 MOVE "1" TO BSRV-RESULT
                 CALL "BATCHSRV" USING BATCHSRV-ARGV
                 MOVE SPACES TO BSRV-OPERATION.

       RUN-INIT SECTION.
            MOVE SPACES TO RUNCTL-RECORD.
            MOVE "STANDGEN" TO RUNCTL-PROGRAM.
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
            MOVE "{{ DATAFILE }}" TO SI-DATAFILE.
            MOVE 0 TO SI-ID.
            START STANDING-FILE KEY NOT LESS SI-KEY.
            IF STANDING-STATUS = "00"
                 PERFORM RUN-COUNT-LOOP
                      UNTIL STANDING-STATUS NOT = "00".

       RUN-COUNT-LOOP SECTION.
            READ STANDING-FILE NEXT IGNORE LOCK.
            IF STANDING-STATUS = "00"
                 IF SI-DATAFILE NOT = "{{ DATAFILE }}"
                      MOVE "10" TO STANDING-STATUS
                 ELSE IF SI-STATUS = "A"
                      ADD 1 TO RUNCTL-CLOSING-COUNT
                 END-IF.

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
            OPEN I-O STANDING-FILE.
            IF STANDING-STATUS NOT = "00"
                 DISPLAY "ERRO: INSTRUCOES NAO ABERTAS. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY STANDING-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM RUN-WRITE
                 CLOSE FILE-NAME
                 GOBACK.
            PERFORM SCREENED-INQUIRE.
            IF BSRV-RESULT = "P"
                 PERFORM BATCH-POSTED-REFUSE
                 CLOSE FILE-NAME
                 CLOSE STANDING-FILE
                 GOBACK.
            OPEN EXTEND MOVEMENT-FILE.
            IF MOVEMENT-STATUS = "35"
                 OPEN OUTPUT MOVEMENT-FILE.
            IF MOVEMENT-STATUS NOT = "00"
                 DISPLAY "ERRO: ARQUIVO DE MOVIMENTO NAO ABERTO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY MOVEMENT-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM RUN-WRITE
                 CLOSE FILE-NAME
                 CLOSE STANDING-FILE
                 GOBACK.

       FILE-CLOSE SECTION.
            CLOSE FILE-NAME.
            CLOSE STANDING-FILE.
            CLOSE MOVEMENT-FILE.
            PERFORM SCREENED-REGISTER.
            GOBACK.
