       $set ANIM
       $set ANS85
       $set AUTOLOCK
       $set BELL
       $set FILESHARE
       $set NOWARNING
       $set WRITETHROUGH
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTPLAN.

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
            SELECT PARTITION-FILE ASSIGN WS-PARTITION-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS PRT-KEY
                 FILE STATUS IS PARTITION-STATUS.
            SELECT STAT-FILE ASSIGN WS-STAT-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS STAT-KEY
                 FILE STATUS IS STAT-STATUS.
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

       FD PARTITION-FILE.
           COPY PARTREC.

       FD STAT-FILE.
       01   STAT-RECORD.
            03 STAT-KEY.
               05 STAT-DATAFILE         PIC X(30).
               05 STAT-TIMESTAMP        PIC X(21).
            03 STAT-TOTAL-COUNT         PIC 9(09).
            03 STAT-DELETED-COUNT       PIC 9(09).
            03 STAT-DELTA-COUNT         PIC S9(09).
            03 STAT-FILE-SIZE           PIC 9(15).

       FD RUNCTL-FILE.
           COPY RUNCTL.

       FD EVENT-FILE.
           COPY EVTREC.

       WORKING-STORAGE SECTION.
       01   WS-DATA-PATH                PIC X(100)
                                        VALUE "{{ DATAFILE }}".
       01   WS-PARTITION-PATH           PIC X(100)
                                        VALUE "{{ PARTITIONFILE }}".
       01   WS-STAT-PATH                PIC X(100)
                                        VALUE "{{ STATFILE }}".
       01   WS-RUNCTL-PATH              PIC X(100)
                                        VALUE "{{ RUNCTLFILE }}".
       01   WS-EVENT-PATH               PIC X(100)
                                        VALUE "{{ EVENTFILE }}".
       01   FILE-STATUS                 PIC X(02) VALUE SPACES.
       01   PARTITION-STATUS            PIC X(02) VALUE SPACES.
       01   STAT-STATUS                 PIC X(02) VALUE SPACES.
       01   RUNCTL-STATUS               PIC X(02) VALUE SPACES.
       01   EVENT-STATUS                PIC X(02) VALUE SPACES.
       01   WS-RUN-ID                   PIC X(29) VALUE SPACES.
       01   WS-PARTITIONS               PIC 9(02) VALUE 0.
       01   WS-PART-COUNT               PIC 9(02) VALUE 0.
       01   WS-ACTIVE-COUNT             PIC 9(02) VALUE 0.
       01   WS-HAVE-STAT                PIC X(01) VALUE "N".
       01   WS-TOTAL-COUNT              PIC 9(9) VALUE 0.
       01   WS-CHUNK-SIZE               PIC 9(9) VALUE 0.
       01   WS-IN-CHUNK                 PIC 9(9) VALUE 0.
       01   WS-WALK-COUNT               PIC 9(9) VALUE 0.
       01   WS-PART-LOW                 PIC X(20) VALUE SPACES.
       01   WS-PART-HIGH                PIC X(20) VALUE SPACES.
       01   WS-KEY-WORK.
            03 WS-KEY-VALUE             {{ KEYPIC }}.
       01   AUTH-ARGV.
            03 AUTH-FILLER              PIC X(02).
            03 AUTH-USER                PIC X(08).
            03 AUTH-DATAFILE            PIC X(30).
            03 AUTH-OPERATION           PIC X(01).
            03 AUTH-RESULT              PIC X(01).
       01   CONFIGSRV-ARGV.
            03 CFGSRV-FILLER            PIC X(02).
            03 CFGSRV-LOGICAL           PIC X(30).
            03 CFGSRV-PATH              PIC X(100).
            03 CFGSRV-RESULT            PIC X(01).

       LINKAGE SECTION.
       01   ARGV.
            03 FILLER                   PIC X(02).
            03 USER-ID                  PIC X(08).
            03 SCAN-PROGRAM             PIC X(08).
            03 PLAN-MODE                PIC X(01).
            03 PARTITIONS               PIC 9(02).
            03 RESULT-CODE              PIC X(01).
            03 PARTITION-COUNT          PIC 9(02).

       PROCEDURE DIVISION USING ARGV.

       BEGIN.
            PERFORM CONFIG-RESOLVE.
            MOVE "1" TO RESULT-CODE.
            MOVE 0 TO PARTITION-COUNT.
            MOVE 0 TO WS-PART-COUNT.
            MOVE 0 TO WS-ACTIVE-COUNT.
            MOVE 0 TO WS-WALK-COUNT.
            IF PARTITIONS NOT NUMERIC OR PARTITIONS = 0
                 MOVE 4 TO WS-PARTITIONS
            ELSE
                 MOVE PARTITIONS TO WS-PARTITIONS.
            PERFORM AUTH-CHECK.
            PERFORM PROGRAM-VALIDATE.
            PERFORM RUN-INIT.
            MOVE RUNCTL-KEY TO WS-RUN-ID.
            PERFORM FILE-OPEN.
            PERFORM ACTIVE-CHECK.
            IF PLAN-MODE = "K"
                 PERFORM PLAN-KEEP
            ELSE
                 PERFORM PLAN-COMPUTE.
            DISPLAY "PARTICOES PLANEJADAS: " WITH NO ADVANCING.
            DISPLAY WS-PART-COUNT.
            IF WS-PART-COUNT > 0
                 MOVE "C" TO RUNCTL-FINAL-STATUS
                 MOVE "0" TO RESULT-CODE.
            MOVE WS-PART-COUNT TO PARTITION-COUNT.
            MOVE WS-WALK-COUNT TO RUNCTL-READ-COUNT.
            PERFORM RUN-WRITE.
            PERFORM FILE-CLOSE.

       CONFIG-RESOLVE SECTION.
            MOVE "{{ DATAFILE }}" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-DATA-PATH.
            MOVE "PARTITIONFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-PARTITION-PATH.
            MOVE "STATFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-STAT-PATH.
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

       PROGRAM-VALIDATE SECTION.
            IF SCAN-PROGRAM NOT = "SWEEP"
                 AND SCAN-PROGRAM NOT = "DUPSCAN"
                 AND SCAN-PROGRAM NOT = "AGEREPT"
                 AND SCAN-PROGRAM NOT = "REPORT"
                 DISPLAY "ERRO: PROGRAMA NAO PARTICIONAVEL: "
                      WITH NO ADVANCING
                 DISPLAY SCAN-PROGRAM WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "VALD" TO EVENT-CODE
                 PERFORM EVENT-WRITE
                 GOBACK.

       ACTIVE-CHECK SECTION.
            PERFORM PARTITION-START.
            IF PARTITION-STATUS = "00"
                 PERFORM ACTIVE-LOOP
                      UNTIL PARTITION-STATUS NOT = "00".
            IF WS-ACTIVE-COUNT > 0
                 DISPLAY "ERRO: PARTICOES EM EXECUCAO: "
                      WITH NO ADVANCING
                 DISPLAY WS-ACTIVE-COUNT WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM PLAN-REFUSE.

       ACTIVE-LOOP SECTION.
            PERFORM PARTITION-READ.
            IF PARTITION-STATUS = "00"
                 AND PRT-STATUS = "R"
                 ADD 1 TO WS-ACTIVE-COUNT.

       PARTITION-START SECTION.
            MOVE "{{ DATAFILE }}" TO PRT-DATAFILE.
            MOVE SCAN-PROGRAM TO PRT-PROGRAM.
            MOVE 0 TO PRT-NUMBER.
            START PARTITION-FILE KEY NOT LESS PRT-KEY.

       PARTITION-READ SECTION.
            READ PARTITION-FILE NEXT.
            IF PARTITION-STATUS = "00"
                 AND (PRT-DATAFILE NOT = "{{ DATAFILE }}"
                      OR PRT-PROGRAM NOT = SCAN-PROGRAM)
                 MOVE "10" TO PARTITION-STATUS.

       PLAN-KEEP SECTION.
            PERFORM PARTITION-START.
            IF PARTITION-STATUS = "00"
                 PERFORM KEEP-LOOP UNTIL PARTITION-STATUS NOT = "00".
            IF WS-PART-COUNT = 0
                 DISPLAY "ERRO: NENHUMA PARTICAO CADASTRADA."
                 PERFORM PLAN-REFUSE.
            PERFORM RUN-CLOSING-COUNT.

       KEEP-LOOP SECTION.
            PERFORM PARTITION-READ.
            IF PARTITION-STATUS = "00"
                 PERFORM PARTITION-RESET
                 REWRITE PARTITION-RECORD
                 ADD 1 TO WS-PART-COUNT
                 PERFORM PARTITION-SHOW.

       PARTITION-RESET SECTION.
            MOVE "P" TO PRT-STATUS.
            MOVE WS-RUN-ID TO PRT-RUN-ID.
            MOVE SPACES TO PRT-RUNCTL-KEY.
            MOVE 0 TO PRT-READ-COUNT.
            MOVE 0 TO PRT-ERROR-COUNT.
            MOVE 0 TO PRT-CLOSING-COUNT.
            MOVE FUNCTION CURRENT-DATE TO PRT-TIMESTAMP.

       PARTITION-SHOW SECTION.
            DISPLAY "PARTICAO " WITH NO ADVANCING.
            DISPLAY PRT-NUMBER WITH NO ADVANCING.
            DISPLAY " DE " WITH NO ADVANCING.
            DISPLAY PRT-LOW-KEY WITH NO ADVANCING.
            DISPLAY " ATE " WITH NO ADVANCING.
            DISPLAY PRT-HIGH-KEY.

       PLAN-COMPUTE SECTION.
            PERFORM STAT-LATEST.
            IF WS-HAVE-STAT = "N"
                 DISPLAY "ERRO: ESTATISTICAS DO ARQUIVO NAO "
                      WITH NO ADVANCING
                 DISPLAY "ENCONTRADAS."
                 PERFORM PLAN-REFUSE.
            COMPUTE WS-CHUNK-SIZE =
                 (WS-TOTAL-COUNT + WS-PARTITIONS - 1) / WS-PARTITIONS.
            IF WS-CHUNK-SIZE = 0
                 MOVE 1 TO WS-CHUNK-SIZE.
            PERFORM PLAN-CLEAR.
            MOVE SPACES TO WS-PART-LOW.
            MOVE 0 TO WS-IN-CHUNK.
            MOVE LOW-VALUES TO {{ KEYNAME }}.
            START FILE-NAME KEY NOT LESS {{ SUPERKEYNAME }}.
            IF FILE-STATUS = "00"
                 PERFORM WALK-LOOP UNTIL FILE-STATUS NOT = "00".
            MOVE SPACES TO WS-PART-HIGH.
            PERFORM PARTITION-WRITE.
            MOVE WS-WALK-COUNT TO RUNCTL-CLOSING-COUNT.

       STAT-LATEST SECTION.
            MOVE "N" TO WS-HAVE-STAT.
            OPEN INPUT STAT-FILE.
            IF STAT-STATUS NOT = "00"
                 CLOSE STAT-FILE
            ELSE
                 MOVE "{{ DATAFILE }}" TO STAT-DATAFILE
                 MOVE LOW-VALUES TO STAT-TIMESTAMP
                 START STAT-FILE KEY NOT LESS STAT-KEY
                 IF STAT-STATUS = "00"
                      PERFORM STAT-LOOP UNTIL STAT-STATUS NOT = "00"
                 END-IF
                 CLOSE STAT-FILE.

       STAT-LOOP SECTION.
            READ STAT-FILE NEXT IGNORE LOCK.
            IF STAT-STATUS = "00"
                 AND STAT-DATAFILE = "{{ DATAFILE }}"
                 MOVE STAT-TOTAL-COUNT TO WS-TOTAL-COUNT
                 MOVE "Y" TO WS-HAVE-STAT
            ELSE
                 MOVE "10" TO STAT-STATUS.

       PLAN-CLEAR SECTION.
            PERFORM PARTITION-START.
            IF PARTITION-STATUS = "00"
                 PERFORM CLEAR-LOOP UNTIL PARTITION-STATUS NOT = "00".

       CLEAR-LOOP SECTION.
            PERFORM PARTITION-READ.
            IF PARTITION-STATUS = "00"
                 DELETE PARTITION-FILE.

       WALK-LOOP SECTION.
            READ FILE-NAME NEXT IGNORE LOCK.
            IF FILE-STATUS = "00"
                 ADD 1 TO WS-WALK-COUNT
                 PERFORM WALK-BOUNDARY.

       WALK-BOUNDARY SECTION.
            IF WS-IN-CHUNK NOT < WS-CHUNK-SIZE
                 AND WS-PART-COUNT + 1 < WS-PARTITIONS
                 MOVE {{ KEYNAME }} TO WS-KEY-VALUE
                 MOVE WS-KEY-WORK TO WS-PART-HIGH
                 PERFORM PARTITION-WRITE
                 MOVE WS-PART-HIGH TO WS-PART-LOW
                 MOVE 0 TO WS-IN-CHUNK.
            ADD 1 TO WS-IN-CHUNK.

       PARTITION-WRITE SECTION.
            ADD 1 TO WS-PART-COUNT.
            MOVE SPACES TO PARTITION-RECORD.
            MOVE "{{ DATAFILE }}" TO PRT-DATAFILE.
            MOVE SCAN-PROGRAM TO PRT-PROGRAM.
            MOVE WS-PART-COUNT TO PRT-NUMBER.
            MOVE WS-PART-LOW TO PRT-LOW-KEY.
            MOVE WS-PART-HIGH TO PRT-HIGH-KEY.
            PERFORM PARTITION-RESET.
            WRITE PARTITION-RECORD.
            IF PARTITION-STATUS NOT = "00"
                 DISPLAY "ERRO: PARTICAO NAO GRAVADA. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY PARTITION-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM PLAN-REFUSE.
            PERFORM PARTITION-SHOW.

       PLAN-REFUSE SECTION.
            PERFORM EVENT-INIT.
            MOVE "E" TO EVENT-SEVERITY.
            MOVE "VALD" TO EVENT-CODE.
            PERFORM EVENT-WRITE.
            MOVE WS-WALK-COUNT TO RUNCTL-READ-COUNT.
            PERFORM RUN-WRITE.
            PERFORM FILE-CLOSE.

       EVENT-INIT SECTION.
            MOVE SPACES TO EVENT-RECORD.
            MOVE "PARTPLAN" TO EVENT-PROGRAM.
            MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP.
            MOVE SPACES TO EVENT-KEY.

       EVENT-WRITE SECTION.
            OPEN EXTEND EVENT-FILE.
            IF EVENT-STATUS = "35"
                 OPEN OUTPUT EVENT-FILE.
            WRITE EVENT-RECORD.
            CLOSE EVENT-FILE.

       RUN-INIT SECTION.
            MOVE SPACES TO RUNCTL-RECORD.
            MOVE "PARTPLAN" TO RUNCTL-PROGRAM.
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
            OPEN I-O PARTITION-FILE.
            IF PARTITION-STATUS NOT = "00"
                 OPEN OUTPUT PARTITION-FILE
                 CLOSE PARTITION-FILE
                 OPEN I-O PARTITION-FILE.

       FILE-CLOSE SECTION.
            CLOSE FILE-NAME.
            CLOSE PARTITION-FILE.
            GOBACK.
