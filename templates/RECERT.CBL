       $set ANIM
       $set ANS85
       $set AUTOLOCK
       $set BELL
       $set FILESHARE
       $set NOWARNING
       $set WRITETHROUGH
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
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
            SELECT SOD-RULE-FILE ASSIGN WS-SOD-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS SOD-KEY
                 FILE STATUS IS SOD-STATUS.
            SELECT AUDIT-FILE ASSIGN WS-AUDIT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS AUDIT-STATUS.
            SELECT PENDING-FILE ASSIGN WS-PENDING-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS PEND-ID
                 FILE STATUS IS PENDING-STATUS.
            SELECT SIGNOFF-FILE ASSIGN WS-SIGNOFF-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS SO-KEY
                 FILE STATUS IS SIGNOFF-STATUS.
            SELECT REPORT-FILE ASSIGN WS-REPORT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS REPORT-STATUS.
            SELECT EVENT-FILE ASSIGN WS-EVENT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS EVENT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PERM-FILE.
           COPY PERMREC.

       FD SCOPE-FILE.
           COPY SCOPEREC.

       FD SOD-RULE-FILE.
           COPY SODRULE.

       FD AUDIT-FILE.
           COPY AUDITREC.

       FD PENDING-FILE.
           COPY PENDREC.

       FD SIGNOFF-FILE.
           COPY SIGNREC.

       FD REPORT-FILE.
       01   REPORT-LINE                 PIC X(132).

       FD EVENT-FILE.
           COPY EVTREC.

       WORKING-STORAGE SECTION.
       01   WS-PERM-PATH                PIC X(100)
                                        VALUE "{{ PERMFILE }}".
       01   WS-SCOPE-PATH               PIC X(100)
                                        VALUE "{{ SCOPEFILE }}".
       01   WS-SOD-PATH                 PIC X(100)
                                        VALUE "{{ SODRULEFILE }}".
       01   WS-AUDIT-PATH               PIC X(100)
                                        VALUE "{{ AUDITFILE }}".
       01   WS-PENDING-PATH             PIC X(100)
                                        VALUE "{{ PENDINGFILE }}".
       01   WS-SIGNOFF-PATH             PIC X(100)
                                        VALUE "{{ SIGNOFFFILE }}".
       01   WS-REPORT-PATH              PIC X(100)
                                        VALUE "{{ REPORTFILE }}".
       01   WS-EVENT-PATH               PIC X(100)
                                        VALUE "{{ EVENTFILE }}".
       01   PERM-STATUS                 PIC X(02) VALUE SPACES.
       01   SCOPE-STATUS                PIC X(02) VALUE SPACES.
       01   SOD-STATUS                  PIC X(02) VALUE SPACES.
       01   AUDIT-STATUS                PIC X(02) VALUE SPACES.
       01   PENDING-STATUS              PIC X(02) VALUE SPACES.
       01   SIGNOFF-STATUS              PIC X(02) VALUE SPACES.
       01   REPORT-STATUS               PIC X(02) VALUE SPACES.
       01   EVENT-STATUS                PIC X(02) VALUE SPACES.
       01   WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01   WS-UNUSED-DAYS              PIC 9(05) VALUE 0.
       01   WS-USER                     PIC X(08) VALUE SPACES.
       01   WS-SPEC-OPS                 PIC X(08) VALUE SPACES.
       01   WS-STAR-OPS                 PIC X(08) VALUE SPACES.
       01   WS-HAS-SPEC                 PIC X(01) VALUE "N".
       01   WS-HAS-STAR                 PIC X(01) VALUE "N".
       01   WS-EFF-OPS                  PIC X(08) VALUE SPACES.
       01   WS-EFF-SOURCE               PIC X(01) VALUE SPACES.
       01   WS-EFF-DATAFILE             PIC X(30) VALUE SPACES.
       01   WS-OP-LIST                  PIC X(08) VALUE "RUIDAEPO".
       01   WS-OP-LIST-R REDEFINES WS-OP-LIST.
            03 WS-OP-CHAR               PIC X(01) OCCURS 8.
       01   WS-OP-TABLE.
            03 WS-OP-ENTRY OCCURS 8.
               05 WS-OP-RULE-COUNT      PIC 9(01).
               05 WS-OP-RULE-IDS.
                  07 WS-OP-RULE-ID      PIC X(04) OCCURS 5.
       01   WS-OP-IX                    PIC 9(02) VALUE 0.
       01   WS-OP                       PIC X(01) VALUE SPACES.
       01   WS-RULE-SLOT                PIC 9(01) VALUE 0.
       01   WS-TALLY                    PIC 9(02) VALUE 0.
       01   WS-TALLY-2                  PIC 9(02) VALUE 0.
       01   WS-SOD-TABLE.
            03 WS-SOD-ENTRY OCCURS 50.
               05 WS-SOD-ID             PIC X(04).
               05 WS-SOD-OP-1           PIC X(01).
               05 WS-SOD-OP-2           PIC X(01).
               05 WS-SOD-DESC           PIC X(40).
       01   WS-SOD-USED                 PIC 9(02) VALUE 0.
       01   WS-SOD-IX                   PIC 9(02) VALUE 0.
       01   WS-SOD-WANTED               PIC X(30) VALUE SPACES.
       01   WS-USE-TABLE.
            03 WS-USE-ENTRY OCCURS 1000.
               05 WS-USE-USER           PIC X(08).
               05 WS-USE-OP             PIC X(01).
               05 WS-USE-LAST           PIC X(21).
       01   WS-USE-USED                 PIC 9(04) VALUE 0.
       01   WS-USE-IX                   PIC 9(04) VALUE 0.
       01   WS-USE-FOUND                PIC X(01) VALUE "N".
       01   WS-USE-USER-WANTED          PIC X(08) VALUE SPACES.
       01   WS-USE-OP-WANTED            PIC X(01) VALUE SPACES.
       01   WS-USE-TIMESTAMP            PIC X(21) VALUE SPACES.
       01   WS-LAST-USED                PIC X(21) VALUE SPACES.
       01   WS-IDLE-DAYS                PIC 9(05) VALUE 0.
       01   WS-UNUSED-FLAG              PIC X(01) VALUE "N".
       01   WS-USAGE-TEXT               PIC X(12) VALUE SPACES.
       01   WS-SCOPE-VALUES             PIC X(90) VALUE SPACES.
       01   WS-SCOPE-PTR                PIC 9(03) VALUE 0.
       01   WS-SCOPE-IX                 PIC 9(02) VALUE 0.
       01   WS-SCOPE-APPLIED            PIC X(12) VALUE SPACES.
       01   WS-USER-COUNT               PIC 9(9) VALUE 0.
       01   WS-RIGHTS-COUNT             PIC 9(9) VALUE 0.
       01   WS-UNUSED-COUNT             PIC 9(9) VALUE 0.
       01   WS-CONFLICT-COUNT           PIC 9(9) VALUE 0.
       01   WS-SCOPE-COUNT              PIC 9(9) VALUE 0.
       01   WS-DECIDED-COUNT            PIC 9(9) VALUE 0.
       01   WS-OVERFLOW-COUNT           PIC 9(9) VALUE 0.
       01   WS-ERROR-COUNT              PIC 9(9) VALUE 0.
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
            03 UNUSED-DAYS              PIC 9(05).
            03 RESULT-CODE              PIC X(01).
            03 RIGHTS-COUNT             PIC 9(9).
            03 UNUSED-COUNT             PIC 9(9).
            03 CONFLICT-COUNT           PIC 9(9).

       PROCEDURE DIVISION USING ARGV.

       BEGIN.
            PERFORM CONFIG-RESOLVE.
            MOVE "1" TO RESULT-CODE.
            MOVE 0 TO RIGHTS-COUNT.
            MOVE 0 TO UNUSED-COUNT.
            MOVE 0 TO CONFLICT-COUNT.
            MOVE 0 TO WS-USER-COUNT.
            MOVE 0 TO WS-RIGHTS-COUNT.
            MOVE 0 TO WS-UNUSED-COUNT.
            MOVE 0 TO WS-CONFLICT-COUNT.
            MOVE 0 TO WS-SCOPE-COUNT.
            MOVE 0 TO WS-DECIDED-COUNT.
            MOVE 0 TO WS-OVERFLOW-COUNT.
            MOVE 0 TO WS-ERROR-COUNT.
            IF RUN-DATE = SPACES
                 MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
            ELSE
                 MOVE RUN-DATE TO WS-RUN-DATE.
            IF UNUSED-DAYS NOT NUMERIC OR UNUSED-DAYS = 0
                 MOVE 90 TO WS-UNUSED-DAYS
            ELSE
                 MOVE UNUSED-DAYS TO WS-UNUSED-DAYS.
            PERFORM AUTH-CHECK.
            PERFORM SOD-RULE-LOAD.
            PERFORM USAGE-LOAD.
            PERFORM FILE-OPEN.
            PERFORM REPORT-HEADER.
            PERFORM RIGHTS-SCAN.
            PERFORM SCOPE-SCAN.
            PERFORM REPORT-TOTALS.
            DISPLAY "USUARIOS REVISADOS: " WITH NO ADVANCING.
            DISPLAY WS-USER-COUNT.
            DISPLAY "DIREITOS LISTADOS: " WITH NO ADVANCING.
            DISPLAY WS-RIGHTS-COUNT.
            DISPLAY "DIREITOS SEM USO: " WITH NO ADVANCING.
            DISPLAY WS-UNUSED-COUNT.
            DISPLAY "CONFLITOS DE SEGREGACAO: " WITH NO ADVANCING.
            DISPLAY WS-CONFLICT-COUNT.
            DISPLAY "ESCOPOS LISTADOS: " WITH NO ADVANCING.
            DISPLAY WS-SCOPE-COUNT.
            DISPLAY "LINHAS JA DECIDIDAS: " WITH NO ADVANCING.
            DISPLAY WS-DECIDED-COUNT.
            IF WS-OVERFLOW-COUNT > 0
                 DISPLAY "AVISO: USOS NAO TABELADOS: " WITH NO ADVANCING
                 DISPLAY WS-OVERFLOW-COUNT.
            IF WS-ERROR-COUNT = 0
                 IF WS-CONFLICT-COUNT = 0
                      MOVE "0" TO RESULT-CODE
                 ELSE
                      MOVE "2" TO RESULT-CODE
                 END-IF.
            MOVE WS-RIGHTS-COUNT TO RIGHTS-COUNT.
            MOVE WS-UNUSED-COUNT TO UNUSED-COUNT.
            MOVE WS-CONFLICT-COUNT TO CONFLICT-COUNT.
            PERFORM FILE-CLOSE.

       CONFIG-RESOLVE SECTION.
            MOVE "PERMFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-PERM-PATH.
            MOVE "SCOPEFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-SCOPE-PATH.
            MOVE "SODRULEFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-SOD-PATH.
            MOVE "AUDITFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-AUDIT-PATH.
            MOVE "PENDINGFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-PENDING-PATH.
            MOVE "SIGNOFFFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-SIGNOFF-PATH.
            MOVE "{{ REPORTFILE }}" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-REPORT-PATH.
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

       SOD-RULE-LOAD SECTION.
            MOVE 0 TO WS-SOD-USED.
            OPEN INPUT SOD-RULE-FILE.
            IF SOD-STATUS = "00"
                 MOVE "{{ DATAFILE }}" TO WS-SOD-WANTED
                 PERFORM SOD-RULE-LOAD-FOR
                 MOVE "*" TO WS-SOD-WANTED
                 PERFORM SOD-RULE-LOAD-FOR
                 CLOSE SOD-RULE-FILE.
            IF WS-SOD-USED = 0
                 DISPLAY "AVISO: REGRAS DE SEGREGACAO AUSENTES. "
                      WITH NO ADVANCING
                 DISPLAY "USANDO REGRAS PADRAO."
                 PERFORM SOD-RULE-DEFAULT.

       SOD-RULE-LOAD-FOR SECTION.
            MOVE WS-SOD-WANTED TO SOD-DATAFILE.
            MOVE LOW-VALUES TO SOD-RULE-ID.
            START SOD-RULE-FILE KEY NOT LESS SOD-KEY.
            IF SOD-STATUS = "00"
                 PERFORM SOD-RULE-READ
                 PERFORM SOD-RULE-LOAD-LOOP
                      UNTIL SOD-STATUS NOT = "00"
                      OR SOD-DATAFILE NOT = WS-SOD-WANTED.

       SOD-RULE-READ SECTION.
            READ SOD-RULE-FILE NEXT IGNORE LOCK.

       SOD-RULE-LOAD-LOOP SECTION.
            IF WS-SOD-USED < 50
                 AND SOD-OPERATION-1 NOT = SPACE
                 AND SOD-OPERATION-2 NOT = SPACE
                 ADD 1 TO WS-SOD-USED
                 MOVE SOD-RULE-ID TO WS-SOD-ID(WS-SOD-USED)
                 MOVE SOD-OPERATION-1 TO WS-SOD-OP-1(WS-SOD-USED)
                 MOVE SOD-OPERATION-2 TO WS-SOD-OP-2(WS-SOD-USED)
                 MOVE SOD-DESCRIPTION TO WS-SOD-DESC(WS-SOD-USED).
            PERFORM SOD-RULE-READ.

       SOD-RULE-DEFAULT SECTION.
            MOVE 2 TO WS-SOD-USED.
            MOVE "MC01" TO WS-SOD-ID(1).
            MOVE "U" TO WS-SOD-OP-1(1).
            MOVE "A" TO WS-SOD-OP-2(1).
            MOVE "AUTOR E APROVADOR NO MESMO ARQUIVO"
                 TO WS-SOD-DESC(1).
            MOVE "RO01" TO WS-SOD-ID(2).
            MOVE "O" TO WS-SOD-OP-1(2).
            MOVE "U" TO WS-SOD-OP-2(2).
            MOVE "REABERTURA DE PERIODO E ATUALIZACAO"
                 TO WS-SOD-DESC(2).

       USAGE-LOAD SECTION.
            MOVE 0 TO WS-USE-USED.
            OPEN INPUT AUDIT-FILE.
            IF AUDIT-STATUS = "00"
                 PERFORM AUDIT-READ
                 PERFORM AUDIT-USAGE-LOOP
                      UNTIL AUDIT-STATUS NOT = "00"
                 CLOSE AUDIT-FILE.
            OPEN INPUT PENDING-FILE.
            IF PENDING-STATUS = "00"
                 MOVE 0 TO PEND-ID
                 START PENDING-FILE KEY NOT LESS PEND-ID
                 IF PENDING-STATUS = "00"
                      PERFORM PENDING-READ
                      PERFORM PENDING-USAGE-LOOP
                           UNTIL PENDING-STATUS NOT = "00"
                 END-IF
                 CLOSE PENDING-FILE.

       AUDIT-READ SECTION.
            READ AUDIT-FILE.

       AUDIT-USAGE-LOOP SECTION.
            IF AUDIT-USER NOT = SPACES
                 MOVE AUDIT-USER TO WS-USE-USER-WANTED
                 MOVE AUDIT-TIMESTAMP TO WS-USE-TIMESTAMP
                 IF AUDIT-PROGRAM = "REVIEW"
                      OR AUDIT-PROGRAM = "REACTIV"
                      OR AUDIT-PROGRAM = "RECSIGN"
                      MOVE "A" TO WS-USE-OP-WANTED
                 ELSE IF AUDIT-OPERATION = "I"
                      OR AUDIT-OPERATION = "D"
                      OR AUDIT-OPERATION = "E"
                      OR AUDIT-OPERATION = "P"
                      OR AUDIT-OPERATION = "O"
                      MOVE AUDIT-OPERATION TO WS-USE-OP-WANTED
                 ELSE
                      MOVE "U" TO WS-USE-OP-WANTED
                 END-IF
                 PERFORM USAGE-RECORD.
            PERFORM AUDIT-READ.

       PENDING-READ SECTION.
            READ PENDING-FILE NEXT IGNORE LOCK.

       PENDING-USAGE-LOOP SECTION.
            IF PEND-DATAFILE = "{{ DATAFILE }}"
                 AND PEND-OPERATION NOT = "K"
                 MOVE PEND-TIMESTAMP TO WS-USE-TIMESTAMP
                 IF PEND-STATUS = "P"
                      MOVE PEND-MAKER TO WS-USE-USER-WANTED
                      IF PEND-OPERATION = "R"
                           MOVE "A" TO WS-USE-OP-WANTED
                      ELSE
                           MOVE PEND-OPERATION TO WS-USE-OP-WANTED
                      END-IF
                      PERFORM USAGE-RECORD
                 ELSE IF PEND-CHECKER NOT = SPACES
                      MOVE PEND-CHECKER TO WS-USE-USER-WANTED
                      MOVE "A" TO WS-USE-OP-WANTED
                      PERFORM USAGE-RECORD.
            PERFORM PENDING-READ.

       USAGE-RECORD SECTION.
            PERFORM USAGE-FIND.
            IF WS-USE-FOUND = "Y"
                 IF WS-USE-TIMESTAMP > WS-USE-LAST(WS-USE-IX)
                      MOVE WS-USE-TIMESTAMP TO WS-USE-LAST(WS-USE-IX)
                 END-IF
            ELSE IF WS-USE-USED < 1000
                 ADD 1 TO WS-USE-USED
                 MOVE WS-USE-USER-WANTED TO WS-USE-USER(WS-USE-USED)
                 MOVE WS-USE-OP-WANTED TO WS-USE-OP(WS-USE-USED)
                 MOVE WS-USE-TIMESTAMP TO WS-USE-LAST(WS-USE-USED)
            ELSE
                 ADD 1 TO WS-OVERFLOW-COUNT.

       USAGE-FIND SECTION.
            MOVE "N" TO WS-USE-FOUND.
            MOVE 1 TO WS-USE-IX.
            PERFORM USAGE-FIND-STEP
                 UNTIL WS-USE-IX > WS-USE-USED
                 OR WS-USE-FOUND = "Y".

       USAGE-FIND-STEP SECTION.
            IF WS-USE-USER(WS-USE-IX) = WS-USE-USER-WANTED
                 AND WS-USE-OP(WS-USE-IX) = WS-USE-OP-WANTED
                 MOVE "Y" TO WS-USE-FOUND
            ELSE
                 ADD 1 TO WS-USE-IX.

       RIGHTS-SCAN SECTION.
            MOVE SPACES TO WS-USER.
            MOVE LOW-VALUES TO PERM-KEY.
            START PERM-FILE KEY NOT LESS PERM-KEY.
            IF PERM-STATUS = "00"
                 PERFORM PERM-READ
                 PERFORM RIGHTS-SCAN-LOOP
                      UNTIL PERM-STATUS NOT = "00".
            IF WS-USER NOT = SPACES
                 PERFORM USER-REVIEW.

       PERM-READ SECTION.
            READ PERM-FILE NEXT IGNORE LOCK.

       RIGHTS-SCAN-LOOP SECTION.
            IF PERM-DATAFILE = "{{ DATAFILE }}"
                 OR PERM-DATAFILE = "*"
                 IF PERM-USER NOT = WS-USER
                      IF WS-USER NOT = SPACES
                           PERFORM USER-REVIEW
                      END-IF
                      MOVE PERM-USER TO WS-USER
                      MOVE SPACES TO WS-SPEC-OPS
                      MOVE SPACES TO WS-STAR-OPS
                      MOVE "N" TO WS-HAS-SPEC
                      MOVE "N" TO WS-HAS-STAR
                 END-IF
                 IF PERM-DATAFILE = "*"
                      MOVE PERM-OPERATIONS TO WS-STAR-OPS
                      MOVE "Y" TO WS-HAS-STAR
                 ELSE
                      MOVE PERM-OPERATIONS TO WS-SPEC-OPS
                      MOVE "Y" TO WS-HAS-SPEC
                 END-IF.
            PERFORM PERM-READ.

       USER-REVIEW SECTION.
            ADD 1 TO WS-USER-COUNT.
            IF WS-HAS-SPEC = "Y"
                 MOVE WS-SPEC-OPS TO WS-EFF-OPS
                 MOVE "E" TO WS-EFF-SOURCE
                 MOVE "{{ DATAFILE }}" TO WS-EFF-DATAFILE
                 IF WS-HAS-STAR = "Y"
                      PERFORM REPORT-OVERRIDDEN
                 END-IF
            ELSE
                 MOVE WS-STAR-OPS TO WS-EFF-OPS
                 MOVE "*" TO WS-EFF-SOURCE
                 MOVE "*" TO WS-EFF-DATAFILE.
            MOVE SPACES TO WS-OP-TABLE.
            MOVE 1 TO WS-OP-IX.
            PERFORM OP-TABLE-CLEAR UNTIL WS-OP-IX > 8.
            MOVE 1 TO WS-SOD-IX.
            PERFORM SOD-CHECK UNTIL WS-SOD-IX > WS-SOD-USED.
            MOVE 1 TO WS-OP-IX.
            PERFORM RIGHT-LOOP UNTIL WS-OP-IX > 8.

       OP-TABLE-CLEAR SECTION.
            MOVE 0 TO WS-OP-RULE-COUNT(WS-OP-IX).
            ADD 1 TO WS-OP-IX.

       SOD-CHECK SECTION.
            MOVE 0 TO WS-TALLY.
            MOVE 0 TO WS-TALLY-2.
            INSPECT WS-EFF-OPS TALLYING WS-TALLY
                 FOR ALL WS-SOD-OP-1(WS-SOD-IX).
            INSPECT WS-EFF-OPS TALLYING WS-TALLY-2
                 FOR ALL WS-SOD-OP-2(WS-SOD-IX).
            IF WS-TALLY > 0 AND WS-TALLY-2 > 0
                 ADD 1 TO WS-CONFLICT-COUNT
                 PERFORM REPORT-CONFLICT
                 PERFORM EVENT-INIT
                 MOVE WS-USER TO EVENT-KEY
                 MOVE "W" TO EVENT-SEVERITY
                 MOVE "SODC" TO EVENT-CODE
                 PERFORM EVENT-WRITE
                 MOVE 1 TO WS-OP-IX
                 PERFORM SOD-MARK UNTIL WS-OP-IX > 8.
            ADD 1 TO WS-SOD-IX.

       SOD-MARK SECTION.
            IF (WS-OP-CHAR(WS-OP-IX) = WS-SOD-OP-1(WS-SOD-IX)
                 OR WS-OP-CHAR(WS-OP-IX) = WS-SOD-OP-2(WS-SOD-IX))
                 AND WS-OP-RULE-COUNT(WS-OP-IX) < 5
                 ADD 1 TO WS-OP-RULE-COUNT(WS-OP-IX)
                 MOVE WS-OP-RULE-COUNT(WS-OP-IX) TO WS-RULE-SLOT
                 MOVE WS-SOD-ID(WS-SOD-IX)
                      TO WS-OP-RULE-ID(WS-OP-IX, WS-RULE-SLOT).
            ADD 1 TO WS-OP-IX.

       RIGHT-LOOP SECTION.
            MOVE WS-OP-CHAR(WS-OP-IX) TO WS-OP.
            MOVE 0 TO WS-TALLY.
            INSPECT WS-EFF-OPS TALLYING WS-TALLY FOR ALL WS-OP.
            IF WS-TALLY > 0
                 PERFORM RIGHT-REVIEW.
            ADD 1 TO WS-OP-IX.

       RIGHT-REVIEW SECTION.
            ADD 1 TO WS-RIGHTS-COUNT.
            MOVE WS-USER TO WS-USE-USER-WANTED.
            MOVE WS-OP TO WS-USE-OP-WANTED.
            PERFORM USAGE-FIND.
            MOVE SPACES TO WS-LAST-USED.
            IF WS-USE-FOUND = "Y"
                 MOVE WS-USE-LAST(WS-USE-IX) TO WS-LAST-USED.
            MOVE 0 TO WS-IDLE-DAYS.
            MOVE "N" TO WS-UNUSED-FLAG.
            IF WS-OP = "R"
                 MOVE "NAO AUDITADO" TO WS-USAGE-TEXT
            ELSE IF WS-LAST-USED = SPACES
                 MOVE "S" TO WS-UNUSED-FLAG
                 MOVE "NUNCA USADO" TO WS-USAGE-TEXT
            ELSE
                 PERFORM IDLE-COMPUTE.
            IF WS-UNUSED-FLAG = "S"
                 ADD 1 TO WS-UNUSED-COUNT.
            PERFORM REPORT-RIGHT.
            PERFORM SIGNOFF-UPDATE.

       IDLE-COMPUTE SECTION.
            MOVE SPACES TO DATESRV-ARGV.
            MOVE "C" TO DSRV-OPERATION.
            MOVE WS-LAST-USED(1:8) TO DSRV-INPUT.
            MOVE WS-RUN-DATE TO DSRV-OUTPUT.
            MOVE 0 TO DSRV-DAYS.
            MOVE "1" TO DSRV-RESULT.
            CALL "DATESRV" USING DATESRV-ARGV.
            IF DSRV-RESULT = "0"
                 MOVE DSRV-DAYS TO WS-IDLE-DAYS.
            IF WS-IDLE-DAYS > WS-UNUSED-DAYS
                 MOVE "S" TO WS-UNUSED-FLAG
                 MOVE "SEM USO" TO WS-USAGE-TEXT
            ELSE
                 MOVE "EM USO" TO WS-USAGE-TEXT.

       SIGNOFF-UPDATE SECTION.
            PERFORM SIGNOFF-KEY-SET.
            READ SIGNOFF-FILE.
            IF SIGNOFF-STATUS = "00"
                 IF SO-DECISION NOT = "P"
                      ADD 1 TO WS-DECIDED-COUNT
                 END-IF
                 PERFORM SIGNOFF-FILL
                 REWRITE SIGNOFF-RECORD
            ELSE
                 PERFORM SIGNOFF-KEY-SET
                 PERFORM SIGNOFF-FILL
                 MOVE "P" TO SO-DECISION
                 WRITE SIGNOFF-RECORD.
            IF SIGNOFF-STATUS NOT = "00"
                 PERFORM SIGNOFF-ERROR.

       SIGNOFF-KEY-SET SECTION.
            MOVE SPACES TO SIGNOFF-RECORD.
            MOVE "{{ DATAFILE }}" TO SO-DATAFILE.
            MOVE WS-RUN-DATE TO SO-CYCLE.
            MOVE WS-USER TO SO-USER.
            MOVE WS-EFF-DATAFILE TO SO-PERM-DATAFILE.
            MOVE WS-OP TO SO-OPERATION.

       SIGNOFF-FILL SECTION.
            MOVE WS-EFF-SOURCE TO SO-SOURCE.
            MOVE WS-LAST-USED(1:8) TO SO-LAST-USED.
            MOVE WS-IDLE-DAYS TO SO-IDLE-DAYS.
            MOVE WS-UNUSED-FLAG TO SO-UNUSED-FLAG.
            IF WS-OP-RULE-COUNT(WS-OP-IX) > 0
                 MOVE "S" TO SO-SOD-FLAG
            ELSE
                 MOVE "N" TO SO-SOD-FLAG.
            MOVE WS-OP-RULE-IDS(WS-OP-IX) TO SO-SOD-RULES.
            MOVE USER-ID TO SO-PREPARED-BY.
            MOVE FUNCTION CURRENT-DATE TO SO-PREPARED-AT.

       SIGNOFF-ERROR SECTION.
            ADD 1 TO WS-ERROR-COUNT.
            DISPLAY "ERRO: LINHA DE APROVACAO NAO GRAVADA: "
                 WITH NO ADVANCING.
            DISPLAY WS-USER WITH NO ADVANCING.
            DISPLAY " " WITH NO ADVANCING.
            DISPLAY WS-OP WITH NO ADVANCING.
            DISPLAY " FILE-STATUS " WITH NO ADVANCING.
            DISPLAY SIGNOFF-STATUS WITH NO ADVANCING.
            DISPLAY ".".
            PERFORM EVENT-INIT.
            MOVE WS-USER TO EVENT-KEY.
            MOVE "E" TO EVENT-SEVERITY.
            MOVE "IOER" TO EVENT-CODE.
            PERFORM EVENT-WRITE.

       SCOPE-SCAN SECTION.
            OPEN INPUT SCOPE-FILE.
            IF SCOPE-STATUS = "00"
                 MOVE LOW-VALUES TO SCOPE-KEY
                 START SCOPE-FILE KEY NOT LESS SCOPE-KEY
                 IF SCOPE-STATUS = "00"
                      PERFORM SCOPE-READ
                      PERFORM SCOPE-SCAN-LOOP
                           UNTIL SCOPE-STATUS NOT = "00"
                 END-IF
                 CLOSE SCOPE-FILE.

       SCOPE-READ SECTION.
            READ SCOPE-FILE NEXT IGNORE LOCK.

       SCOPE-SCAN-LOOP SECTION.
            IF SCOPE-DATAFILE = "{{ DATAFILE }}"
                 OR SCOPE-DATAFILE = "*"
                 ADD 1 TO WS-SCOPE-COUNT
                 IF SCOPE-DATAFILE = "*"
                      MOVE "NAO APLICADO" TO WS-SCOPE-APPLIED
                 ELSE
                      MOVE "APLICADO" TO WS-SCOPE-APPLIED
                 END-IF
                 MOVE SPACES TO WS-SCOPE-VALUES
                 MOVE 1 TO WS-SCOPE-PTR
                 MOVE 1 TO WS-SCOPE-IX
                 PERFORM SCOPE-VALUE-LOOP UNTIL WS-SCOPE-IX > 10
                 PERFORM REPORT-SCOPE.
            PERFORM SCOPE-READ.

       SCOPE-VALUE-LOOP SECTION.
            IF SCOPE-ALLOWED(WS-SCOPE-IX) NOT = SPACES
                 IF WS-SCOPE-PTR > 1
                      STRING "," DELIMITED BY SIZE
                           INTO WS-SCOPE-VALUES
                           WITH POINTER WS-SCOPE-PTR
                 END-IF
                 STRING SCOPE-ALLOWED(WS-SCOPE-IX) DELIMITED BY SPACE
                      INTO WS-SCOPE-VALUES
                      WITH POINTER WS-SCOPE-PTR.
            ADD 1 TO WS-SCOPE-IX.

       REPORT-HEADER SECTION.
            MOVE SPACES TO REPORT-LINE.
            STRING "RECERTIFICACAO;{{ DATAFILE }};" WS-RUN-DATE ";"
                 USER-ID ";" WS-UNUSED-DAYS
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-RIGHT SECTION.
            MOVE SPACES TO REPORT-LINE.
            STRING "DIREITO;" WS-USER ";" WS-EFF-DATAFILE ";" WS-OP
                 ";" WS-LAST-USED(1:8) ";" WS-IDLE-DAYS ";"
                 WS-USAGE-TEXT ";" WS-OP-RULE-IDS(WS-OP-IX)
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-OVERRIDDEN SECTION.
            MOVE SPACES TO REPORT-LINE.
            STRING "CURINGA;" WS-USER ";*;" WS-STAR-OPS ";SOBREPOSTO"
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-CONFLICT SECTION.
            MOVE SPACES TO REPORT-LINE.
            STRING "CONFLITO;" WS-USER ";" WS-EFF-DATAFILE ";"
                 WS-SOD-ID(WS-SOD-IX) ";" WS-SOD-OP-1(WS-SOD-IX) ";"
                 WS-SOD-OP-2(WS-SOD-IX) ";" WS-SOD-DESC(WS-SOD-IX)
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-SCOPE SECTION.
            MOVE SPACES TO REPORT-LINE.
            STRING "ESCOPO;" SCOPE-USER ";"
                 SCOPE-DATAFILE DELIMITED BY SPACE
                 ";" DELIMITED BY SIZE
                 SCOPE-FIELD-NAME DELIMITED BY SPACE
                 ";" WS-SCOPE-APPLIED ";" WS-SCOPE-VALUES
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-TOTALS SECTION.
            MOVE SPACES TO REPORT-LINE.
            STRING "TOTAL;" WS-USER-COUNT ";" WS-RIGHTS-COUNT ";"
                 WS-UNUSED-COUNT ";" WS-CONFLICT-COUNT ";"
                 WS-SCOPE-COUNT ";" WS-DECIDED-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       EVENT-INIT SECTION.
            MOVE SPACES TO EVENT-RECORD.
            MOVE "RECERT" TO EVENT-PROGRAM.
            MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP.
            MOVE SPACES TO EVENT-KEY.

       EVENT-WRITE SECTION.
            OPEN EXTEND EVENT-FILE.
            IF EVENT-STATUS = "35"
                 OPEN OUTPUT EVENT-FILE.
            WRITE EVENT-RECORD.
            CLOSE EVENT-FILE.

       FILE-OPEN SECTION.
            OPEN INPUT PERM-FILE.
            IF PERM-STATUS NOT = "00"
                 DISPLAY "ERRO: PERMISSOES NAO ABERTAS. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY PERM-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 GOBACK.
            OPEN I-O SIGNOFF-FILE.
            IF SIGNOFF-STATUS NOT = "00"
                 OPEN OUTPUT SIGNOFF-FILE
                 CLOSE SIGNOFF-FILE
                 OPEN I-O SIGNOFF-FILE.
            OPEN OUTPUT REPORT-FILE.

       FILE-CLOSE SECTION.
            CLOSE PERM-FILE.
            CLOSE SIGNOFF-FILE.
            CLOSE REPORT-FILE.
            GOBACK.
