       $set ANIM
       $set ANS85
       $set AUTOLOCK
       $set BELL
       $set FILESHARE
       $set NOWARNING
       $set WRITETHROUGH
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVERSAL.

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
            SELECT JOURNAL-FILE ASSIGN WS-JOURNAL-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS JOURNAL-STATUS.
            SELECT SORT-WORK ASSIGN "{{ SORTWORKFILE }}".
            SELECT REJECT-FILE ASSIGN WS-REJECT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS REJECT-STATUS.
            SELECT RUNCTL-FILE ASSIGN WS-RUNCTL-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS RUNCTL-KEY
                 FILE STATUS IS RUNCTL-STATUS.
            SELECT OPSTATE-FILE ASSIGN WS-OPSTATE-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS OPS-DATAFILE
                 FILE STATUS IS OPSTATE-STATUS.
            SELECT PERHIST-FILE ASSIGN WS-PERHIST-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS PH-KEY
                 FILE STATUS IS PERHIST-STATUS.
            SELECT EVENT-FILE ASSIGN WS-EVENT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS EVENT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FILE-NAME.
{{ FIELDS }}

       FD JOURNAL-FILE.
           COPY JRNREC REPLACING ==:RECLEN:== BY =={{ RECORDLEN }}==.

       SD SORT-WORK.
       01   REVERSAL-SORT-RECORD.
            03 RVS-TIMESTAMP            PIC X(21).
            03 RVS-KEY                  PIC X(20).
            03 RVS-MOV-TYPE             PIC X(01).
            03 RVS-MOV-AMOUNT           PIC 9(13)V99.
            03 RVS-MOV-DATE             PIC X(08).
            03 RVS-MOV-CURRENCY         PIC X(03).
            03 RVS-ORIG-AMOUNT          PIC 9(13)V99.
            03 RVS-FX-RATE              PIC 9(07)V9(08).
            03 RVS-POST-CURRENCY        PIC X(03).

       FD REJECT-FILE.
           COPY REJREC.

       FD RUNCTL-FILE.
           COPY RUNCTL.

       FD OPSTATE-FILE.
           COPY OPSTATE.

       FD PERHIST-FILE.
           COPY PERHIST.

       FD EVENT-FILE.
           COPY EVTREC.

       WORKING-STORAGE SECTION.
       01   WS-DATA-PATH                PIC X(100)
                                        VALUE "{{ DATAFILE }}".
       01   WS-JOURNAL-PATH             PIC X(100)
                                        VALUE "{{ JOURNALFILE }}".
       01   WS-REJECT-PATH              PIC X(100)
                                        VALUE "{{ REJECTFILE }}".
       01   WS-RUNCTL-PATH              PIC X(100)
                                        VALUE "{{ RUNCTLFILE }}".
       01   WS-OPSTATE-PATH             PIC X(100)
                                        VALUE "{{ OPSTATEFILE }}".
       01   WS-PERHIST-PATH             PIC X(100)
                                        VALUE "{{ PERHISTFILE }}".
       01   WS-EVENT-PATH               PIC X(100)
                                        VALUE "{{ EVENTFILE }}".
       01   FILE-STATUS                 PIC X(02) VALUE SPACES.
       01   JOURNAL-STATUS              PIC X(02) VALUE SPACES.
       01   REJECT-STATUS               PIC X(02) VALUE SPACES.
       01   RUNCTL-STATUS               PIC X(02) VALUE SPACES.
       01   OPSTATE-STATUS              PIC X(02) VALUE SPACES.
       01   PERHIST-STATUS              PIC X(02) VALUE SPACES.
       01   EVENT-STATUS                PIC X(02) VALUE SPACES.
       01   WS-SORT-EOF                 PIC X(01) VALUE "N".
       01   WS-ORIG-WRITTEN             PIC 9(9) VALUE 0.
       01   WS-ORIG-AMOUNT              PIC S9(13)V99 VALUE ZERO.
       01   WS-FOUND-COUNT              PIC 9(9) VALUE 0.
       01   WS-FOUND-TOTAL              PIC S9(13)V99 VALUE ZERO.
       01   WS-REVERSED-COUNT           PIC 9(9) VALUE 0.
       01   WS-REVERSED-TOTAL           PIC S9(13)V99 VALUE ZERO.
       01   WS-ERROR-COUNT              PIC 9(9) VALUE 0.
       01   WS-PERIOD-CLOSED            PIC X(01) VALUE "N".
       01   WS-ANY-CLOSED               PIC X(01) VALUE "N".
       01   WS-CHECK-PERIOD             PIC X(06) VALUE SPACES.
       01   WS-PER-CACHE-VALID          PIC X(01) VALUE "N".
       01   WS-PER-CACHE-PERIOD         PIC X(06) VALUE SPACES.
       01   WS-PER-CACHE-CLOSED         PIC X(01) VALUE "N".
       01   WS-RUN-SAVE                 PIC X(200) VALUE SPACES.
       01   WS-RESUME-KEY               PIC X(29) VALUE SPACES.
       01   WS-RESUME-DONE              PIC X(01) VALUE "N".
       01   WS-DONE-IX                  PIC 9(05) VALUE 0.
       01   WS-DONE-USED                PIC 9(05) VALUE 0.
       01   WS-DONE-FOUND               PIC X(01) VALUE "N".
       01   WS-DONE-OVERFLOW            PIC X(01) VALUE "N".
       01   WS-DONE-TABLE.
            03 WS-DONE-ENTRY            OCCURS 5000.
               05 WS-DONE-KEY           PIC X(20).
               05 WS-DONE-TYPE          PIC X(01).
               05 WS-DONE-AMOUNT        PIC 9(13)V99.
               05 WS-DONE-DATE          PIC X(08).
               05 WS-DONE-MATCHED       PIC X(01).
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
            03 RUN-KEY                  PIC X(29).
            03 RESULT-CODE              PIC X(01).
            03 REVERSED-COUNT           PIC 9(9).
            03 REVERSED-TOTAL           PIC S9(13)V99.

       PROCEDURE DIVISION USING ARGV.

       BEGIN.
            PERFORM CONFIG-RESOLVE.
            MOVE "1" TO RESULT-CODE.
            MOVE 0 TO REVERSED-COUNT.
            MOVE ZERO TO REVERSED-TOTAL.
            MOVE 0 TO WS-FOUND-COUNT.
            MOVE ZERO TO WS-FOUND-TOTAL.
            MOVE 0 TO WS-REVERSED-COUNT.
            MOVE ZERO TO WS-REVERSED-TOTAL.
            MOVE 0 TO WS-ERROR-COUNT.
            MOVE 0 TO WS-DONE-USED.
            MOVE "N" TO WS-DONE-OVERFLOW.
            PERFORM AUTH-CHECK.
            PERFORM QUIESCE-CHECK.
            PERFORM ORIGINAL-CHECK.
            PERFORM JOURNAL-PRESCAN.
            PERFORM RUN-INIT.
            PERFORM FILE-OPEN.
            PERFORM RUN-CLAIM.
            SORT SORT-WORK
                 ON DESCENDING KEY RVS-TIMESTAMP
                 INPUT PROCEDURE IS REVERSAL-INPUT
                 OUTPUT PROCEDURE IS REVERSAL-OUTPUT.
            DISPLAY "MOVIMENTOS DA EXECUCAO: " WITH NO ADVANCING.
            DISPLAY WS-FOUND-COUNT.
            DISPLAY "MOVIMENTOS ESTORNADOS: " WITH NO ADVANCING.
            DISPLAY WS-REVERSED-COUNT.
            DISPLAY "MOVIMENTOS JA ESTORNADOS ANTES: "
                 WITH NO ADVANCING.
            DISPLAY RUNCTL-SKIPPED-COUNT.
            DISPLAY "TOTAL ESTORNADO: " WITH NO ADVANCING.
            DISPLAY WS-REVERSED-TOTAL.
            IF WS-ERROR-COUNT = 0
                 AND WS-REVERSED-COUNT = WS-ORIG-WRITTEN
                 AND WS-REVERSED-TOTAL = WS-ORIG-AMOUNT
                 MOVE "C" TO RUNCTL-FINAL-STATUS
                 MOVE "0" TO RESULT-CODE
                 DISPLAY "ESTORNO CONFERE COM A EXECUCAO ORIGINAL."
            ELSE
                 DISPLAY "ERRO: ESTORNO NAO CONFERE COM A EXECUCAO "
                      "ORIGINAL."
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "VRFY" TO EVENT-CODE
                 PERFORM EVENT-WRITE.
            MOVE WS-REVERSED-COUNT TO REVERSED-COUNT.
            MOVE WS-REVERSED-TOTAL TO REVERSED-TOTAL.
            MOVE WS-FOUND-COUNT TO RUNCTL-READ-COUNT.
            MOVE WS-REVERSED-COUNT TO RUNCTL-WRITTEN-COUNT.
            MOVE WS-ERROR-COUNT TO RUNCTL-ERROR-COUNT.
            MOVE WS-REVERSED-TOTAL TO RUNCTL-AMOUNT-TOTAL.
            PERFORM RUN-CLOSING-COUNT.
            PERFORM RUN-WRITE.
            PERFORM FILE-CLOSE.

       CONFIG-RESOLVE SECTION.
            MOVE "{{ DATAFILE }}" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-DATA-PATH.
            MOVE "{{ JOURNALFILE }}" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-JOURNAL-PATH.
            MOVE "REJECTFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-REJECT-PATH.
            MOVE "RUNCTLFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-RUNCTL-PATH.
            MOVE "OPSTATEFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-OPSTATE-PATH.
            MOVE "PERHISTFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-PERHIST-PATH.
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

       QUIESCE-CHECK SECTION.
            OPEN INPUT OPSTATE-FILE.
            IF OPSTATE-STATUS NOT = "00"
                 CLOSE OPSTATE-FILE
            ELSE
                 MOVE "{{ DATAFILE }}" TO OPS-DATAFILE
                 READ OPSTATE-FILE
                 IF OPSTATE-STATUS = "00"
                      AND OPS-QUIESCE-FLAG = "Q"
                      CLOSE OPSTATE-FILE
                      DISPLAY "ERRO: ARQUIVO EM QUIESCENCIA."
                      MOVE "Q" TO RESULT-CODE
                      PERFORM EVENT-INIT
                      MOVE "W" TO EVENT-SEVERITY
                      MOVE "QUIE" TO EVENT-CODE
                      PERFORM EVENT-WRITE
                      GOBACK
                 ELSE
                      CLOSE OPSTATE-FILE
                 END-IF.

       ORIGINAL-CHECK SECTION.
            OPEN INPUT RUNCTL-FILE.
            MOVE RUN-KEY TO RUNCTL-KEY.
            READ RUNCTL-FILE.
            IF RUNCTL-STATUS NOT = "00"
                 OR RUNCTL-PROGRAM NOT = "POSTING"
                 OR RUNCTL-DATAFILE NOT = "{{ DATAFILE }}"
                 CLOSE RUNCTL-FILE
                 DISPLAY "ERRO: EXECUCAO ORIGINAL NAO ENCONTRADA."
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "NFND" TO EVENT-CODE
                 PERFORM EVENT-WRITE
                 GOBACK.
            CLOSE RUNCTL-FILE.
            IF RUNCTL-FINAL-STATUS NOT = "C"
                 DISPLAY "ERRO: EXECUCAO ORIGINAL NAO CONCLUIDA."
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "VALD" TO EVENT-CODE
                 PERFORM EVENT-WRITE
                 GOBACK.
            MOVE SPACES TO WS-RESUME-KEY.
            IF RUNCTL-REFERENCE-KEY NOT = SPACES
                 PERFORM RESUME-CHECK.
            MOVE RUNCTL-WRITTEN-COUNT TO WS-ORIG-WRITTEN.
            MOVE RUNCTL-AMOUNT-TOTAL TO WS-ORIG-AMOUNT.
            MOVE RUN-KEY(1:6) TO WS-CHECK-PERIOD.
            PERFORM PERIOD-CHECK.
            MOVE WS-PERIOD-CLOSED TO WS-ANY-CLOSED.

       RESUME-CHECK SECTION.
            MOVE RUNCTL-RECORD TO WS-RUN-SAVE.
            MOVE RUNCTL-REFERENCE-KEY TO WS-RESUME-KEY.
            MOVE "N" TO WS-RESUME-DONE.
            OPEN INPUT RUNCTL-FILE.
            MOVE WS-RESUME-KEY TO RUNCTL-KEY.
            READ RUNCTL-FILE.
            IF RUNCTL-STATUS = "00" AND RUNCTL-FINAL-STATUS = "C"
                 MOVE "Y" TO WS-RESUME-DONE.
            CLOSE RUNCTL-FILE.
            MOVE WS-RUN-SAVE TO RUNCTL-RECORD.
            IF WS-RESUME-DONE = "Y"
                 DISPLAY "ERRO: EXECUCAO JA ESTORNADA EM "
                      WITH NO ADVANCING
                 DISPLAY WS-RESUME-KEY(1:14)
                 MOVE "2" TO RESULT-CODE
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "DUPR" TO EVENT-CODE
                 PERFORM EVENT-WRITE
                 GOBACK.
            DISPLAY "AVISO: ESTORNO INTERROMPIDO RETOMADO DE "
                 WITH NO ADVANCING.
            DISPLAY WS-RESUME-KEY(1:14).
            PERFORM EVENT-INIT.
            MOVE "W" TO EVENT-SEVERITY.
            MOVE "RSTR" TO EVENT-CODE.
            PERFORM EVENT-WRITE.

       JOURNAL-PRESCAN SECTION.
            OPEN INPUT JOURNAL-FILE.
            IF JOURNAL-STATUS = "00"
                 PERFORM JOURNAL-READ
                 PERFORM JOURNAL-PRESCAN-LOOP
                      UNTIL JOURNAL-STATUS NOT = "00".
            CLOSE JOURNAL-FILE.
            IF WS-DONE-OVERFLOW = "Y"
                 DISPLAY "ERRO: ESTORNO INTERROMPIDO EXCEDE O LIMITE "
                      "DE RETOMADA."
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "VALD" TO EVENT-CODE
                 PERFORM EVENT-WRITE
                 GOBACK.
            IF WS-ANY-CLOSED = "Y"
                 DISPLAY "ERRO: PERIODO CONTABIL FECHADO."
                 MOVE "P" TO RESULT-CODE
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "PERC" TO EVENT-CODE
                 PERFORM EVENT-WRITE
                 GOBACK.
            IF WS-FOUND-COUNT NOT = WS-ORIG-WRITTEN
                 OR WS-FOUND-TOTAL NOT = WS-ORIG-AMOUNT
                 DISPLAY "ERRO: DIARIO NAO CONFERE COM A EXECUCAO "
                      "ORIGINAL."
                 DISPLAY "MOVIMENTOS NO DIARIO: " WITH NO ADVANCING
                 DISPLAY WS-FOUND-COUNT
                 DISPLAY "TOTAL NO DIARIO: " WITH NO ADVANCING
                 DISPLAY WS-FOUND-TOTAL
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "VRFY" TO EVENT-CODE
                 PERFORM EVENT-WRITE
                 GOBACK.

       JOURNAL-READ SECTION.
            READ JOURNAL-FILE.

       JOURNAL-PRESCAN-LOOP SECTION.
            IF JRN-RUN-KEY = RUN-KEY
                 ADD 1 TO WS-FOUND-COUNT
                 IF JRN-MOV-TYPE = "D"
                      SUBTRACT JRN-MOV-AMOUNT FROM WS-FOUND-TOTAL
                 ELSE
                      ADD JRN-MOV-AMOUNT TO WS-FOUND-TOTAL
                 END-IF
                 MOVE JRN-MOV-DATE(1:6) TO WS-CHECK-PERIOD
                 PERFORM PERIOD-CHECK
                 IF WS-PERIOD-CLOSED = "Y"
                      MOVE "Y" TO WS-ANY-CLOSED
                 END-IF.
            IF WS-RESUME-KEY NOT = SPACES
                 AND JRN-RUN-KEY = WS-RESUME-KEY
                 PERFORM DONE-STORE.
            PERFORM JOURNAL-READ.

       DONE-STORE SECTION.
            IF WS-DONE-USED NOT < 5000
                 MOVE "Y" TO WS-DONE-OVERFLOW
            ELSE
                 ADD 1 TO WS-DONE-USED
                 MOVE WS-DONE-USED TO WS-DONE-IX
                 MOVE JRN-KEY TO WS-DONE-KEY(WS-DONE-IX)
                 MOVE JRN-MOV-AMOUNT TO WS-DONE-AMOUNT(WS-DONE-IX)
                 MOVE JRN-MOV-DATE TO WS-DONE-DATE(WS-DONE-IX)
                 MOVE "N" TO WS-DONE-MATCHED(WS-DONE-IX)
                 IF JRN-MOV-TYPE = "D"
                      MOVE "C" TO WS-DONE-TYPE(WS-DONE-IX)
                 ELSE
                      MOVE "D" TO WS-DONE-TYPE(WS-DONE-IX)
                 END-IF.

       PERIOD-CHECK SECTION.
            IF WS-PER-CACHE-VALID = "Y"
                 AND WS-CHECK-PERIOD = WS-PER-CACHE-PERIOD
                 MOVE WS-PER-CACHE-CLOSED TO WS-PERIOD-CLOSED
            ELSE
                 PERFORM PERIOD-FETCH.

       PERIOD-FETCH SECTION.
            MOVE "N" TO WS-PERIOD-CLOSED.
            OPEN INPUT PERHIST-FILE.
            IF PERHIST-STATUS NOT = "00"
                 CLOSE PERHIST-FILE
            ELSE
                 MOVE "{{ DATAFILE }}" TO PH-DATAFILE
                 MOVE WS-CHECK-PERIOD TO PH-PERIOD
                 READ PERHIST-FILE
                 IF PERHIST-STATUS = "00" AND PH-STATUS = "C"
                      MOVE "Y" TO WS-PERIOD-CLOSED
                 END-IF
                 CLOSE PERHIST-FILE.
            MOVE WS-CHECK-PERIOD TO WS-PER-CACHE-PERIOD.
            MOVE WS-PERIOD-CLOSED TO WS-PER-CACHE-CLOSED.
            MOVE "Y" TO WS-PER-CACHE-VALID.

       RUN-CLAIM SECTION.
            IF WS-RESUME-KEY NOT = SPACES
                 MOVE WS-RESUME-KEY TO RUNCTL-KEY
            ELSE
                 PERFORM RUN-CLAIM-MARK.
            PERFORM RUN-WRITE.

       RUN-CLAIM-MARK SECTION.
            MOVE RUNCTL-RECORD TO WS-RUN-SAVE.
            OPEN I-O RUNCTL-FILE.
            MOVE RUN-KEY TO RUNCTL-KEY.
            READ RUNCTL-FILE.
            IF RUNCTL-STATUS = "00"
                 AND RUNCTL-REFERENCE-KEY = SPACES
                 MOVE WS-RUN-SAVE(1:29) TO RUNCTL-REFERENCE-KEY
                 REWRITE RUNCTL-RECORD.
            IF RUNCTL-STATUS NOT = "00"
                 CLOSE RUNCTL-FILE
                 DISPLAY "ERRO: EXECUCAO ORIGINAL NAO MARCADA. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY RUNCTL-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "IOER" TO EVENT-CODE
                 PERFORM EVENT-WRITE
                 CLOSE FILE-NAME
                 GOBACK.
            CLOSE RUNCTL-FILE.
            MOVE WS-RUN-SAVE TO RUNCTL-RECORD.

       REVERSAL-INPUT SECTION.
            OPEN INPUT JOURNAL-FILE.
            IF JOURNAL-STATUS = "00"
                 PERFORM JOURNAL-READ
                 PERFORM REVERSAL-RELEASE-LOOP
                      UNTIL JOURNAL-STATUS NOT = "00".
            CLOSE JOURNAL-FILE.

       REVERSAL-RELEASE-LOOP SECTION.
            IF JRN-RUN-KEY = RUN-KEY
                 MOVE JRN-TIMESTAMP TO RVS-TIMESTAMP
                 MOVE JRN-KEY TO RVS-KEY
                 MOVE JRN-MOV-TYPE TO RVS-MOV-TYPE
                 MOVE JRN-MOV-AMOUNT TO RVS-MOV-AMOUNT
                 MOVE JRN-MOV-DATE TO RVS-MOV-DATE
                 MOVE JRN-MOV-CURRENCY TO RVS-MOV-CURRENCY
                 MOVE JRN-ORIG-AMOUNT TO RVS-ORIG-AMOUNT
                 MOVE JRN-FX-RATE TO RVS-FX-RATE
                 MOVE JRN-POST-CURRENCY TO RVS-POST-CURRENCY
                 RELEASE REVERSAL-SORT-RECORD.
            PERFORM JOURNAL-READ.

       REVERSAL-OUTPUT SECTION.
            MOVE "N" TO WS-SORT-EOF.
            PERFORM REVERSAL-RETURN.
            PERFORM REVERSAL-LOOP UNTIL WS-SORT-EOF = "Y".

       REVERSAL-RETURN SECTION.
            RETURN SORT-WORK
                 AT END MOVE "Y" TO WS-SORT-EOF
            END-RETURN.

       REVERSAL-LOOP SECTION.
            PERFORM DONE-MATCH.
            IF WS-DONE-FOUND = "Y"
                 PERFORM REVERSAL-SKIP
            ELSE
                 PERFORM REVERSAL-ENTRY.
            PERFORM REVERSAL-RETURN.

       DONE-MATCH SECTION.
            MOVE "N" TO WS-DONE-FOUND.
            MOVE 1 TO WS-DONE-IX.
            PERFORM DONE-MATCH-STEP
                 UNTIL WS-DONE-IX > WS-DONE-USED
                 OR WS-DONE-FOUND = "Y".

       DONE-MATCH-STEP SECTION.
            IF WS-DONE-MATCHED(WS-DONE-IX) = "N"
                 AND WS-DONE-KEY(WS-DONE-IX) = RVS-KEY
                 AND WS-DONE-TYPE(WS-DONE-IX) = RVS-MOV-TYPE
                 AND WS-DONE-AMOUNT(WS-DONE-IX) = RVS-MOV-AMOUNT
                 AND WS-DONE-DATE(WS-DONE-IX) = RVS-MOV-DATE
                 MOVE "Y" TO WS-DONE-MATCHED(WS-DONE-IX)
                 MOVE "Y" TO WS-DONE-FOUND
            ELSE
                 ADD 1 TO WS-DONE-IX.

       REVERSAL-SKIP SECTION.
            ADD 1 TO WS-REVERSED-COUNT.
            ADD 1 TO RUNCTL-SKIPPED-COUNT.
            IF RVS-MOV-TYPE = "D"
                 SUBTRACT RVS-MOV-AMOUNT FROM WS-REVERSED-TOTAL
            ELSE
                 ADD RVS-MOV-AMOUNT TO WS-REVERSED-TOTAL.

       REVERSAL-ENTRY SECTION.
            MOVE RVS-KEY TO {{ KEYNAME }}.
            READ FILE-NAME IGNORE LOCK.
            IF FILE-STATUS = "00"
                 PERFORM REVERSAL-APPLY
            ELSE
                 ADD 1 TO WS-ERROR-COUNT
                 DISPLAY "ERRO: MESTRE NAO ENCONTRADO: "
                      WITH NO ADVANCING
                 DISPLAY RVS-KEY
                 PERFORM REJECT-INIT
                 MOVE "NM" TO REJECT-REASON
                 PERFORM REJECT-WRITE
                 PERFORM EVENT-INIT
                 MOVE RVS-KEY TO EVENT-KEY
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "NFND" TO EVENT-CODE
                 PERFORM EVENT-WRITE.

       REVERSAL-APPLY SECTION.
            IF RVS-MOV-TYPE = "D"
                 ADD RVS-MOV-AMOUNT TO {{ AMOUNTFIELD }}
            ELSE
                 SUBTRACT RVS-MOV-AMOUNT FROM {{ AMOUNTFIELD }}.
            REWRITE {{ MAINRECORD }}.
            IF FILE-STATUS = "00"
                 ADD 1 TO WS-REVERSED-COUNT
                 IF RVS-MOV-TYPE = "D"
                      SUBTRACT RVS-MOV-AMOUNT FROM WS-REVERSED-TOTAL
                 ELSE
                      ADD RVS-MOV-AMOUNT TO WS-REVERSED-TOTAL
                 END-IF
                 PERFORM JOURNAL-INIT
                 PERFORM JOURNAL-WRITE
            ELSE
                 ADD 1 TO WS-ERROR-COUNT
                 DISPLAY "ERRO: GRAVACAO FALHOU. " WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY FILE-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM REJECT-INIT
                 MOVE "FS" TO REJECT-REASON
                 PERFORM REJECT-WRITE
                 PERFORM EVENT-INIT
                 MOVE RVS-KEY TO EVENT-KEY
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "IOER" TO EVENT-CODE
                 PERFORM EVENT-WRITE.

       REJECT-INIT SECTION.
            MOVE SPACES TO REJECT-RECORD.
            MOVE "REVERSAL" TO REJECT-PROGRAM.
            MOVE FUNCTION CURRENT-DATE TO REJECT-TIMESTAMP.
            MOVE REVERSAL-SORT-RECORD TO REJECT-DATA.

       REJECT-WRITE SECTION.
            OPEN EXTEND REJECT-FILE.
            IF REJECT-STATUS = "35"
                 OPEN OUTPUT REJECT-FILE.
            WRITE REJECT-RECORD.
            CLOSE REJECT-FILE.

       EVENT-INIT SECTION.
            MOVE SPACES TO EVENT-RECORD.
            MOVE "REVERSAL" TO EVENT-PROGRAM.
            MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP.
            MOVE SPACES TO EVENT-KEY.

       EVENT-WRITE SECTION.
            OPEN EXTEND EVENT-FILE.
            IF EVENT-STATUS = "35"
                 OPEN OUTPUT EVENT-FILE.
            WRITE EVENT-RECORD.
            CLOSE EVENT-FILE.

       JOURNAL-INIT SECTION.
            MOVE SPACES TO JOURNAL-RECORD.
            MOVE "U" TO JRN-OPERATION.
            MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP.
            MOVE {{ KEYNAME }} TO JRN-KEY.
            MOVE {{ MAINRECORD }} TO JRN-IMAGE.
            MOVE RUNCTL-KEY TO JRN-RUN-KEY.
            IF RVS-MOV-TYPE = "D"
                 MOVE "C" TO JRN-MOV-TYPE
            ELSE
                 MOVE "D" TO JRN-MOV-TYPE.
            MOVE RVS-MOV-AMOUNT TO JRN-MOV-AMOUNT.
            MOVE RVS-MOV-DATE TO JRN-MOV-DATE.
            MOVE RVS-MOV-CURRENCY TO JRN-MOV-CURRENCY.
            MOVE RVS-ORIG-AMOUNT TO JRN-ORIG-AMOUNT.
            MOVE RVS-FX-RATE TO JRN-FX-RATE.
            MOVE RVS-POST-CURRENCY TO JRN-POST-CURRENCY.

       JOURNAL-WRITE SECTION.
            OPEN EXTEND JOURNAL-FILE.
            IF JOURNAL-STATUS = "35"
                 OPEN OUTPUT JOURNAL-FILE.
            PERFORM JOURNAL-SEALING.
            WRITE JOURNAL-RECORD.
            PERFORM JOURNAL-SEAL-CONFIRM.
            CLOSE JOURNAL-FILE.

       JOURNAL-SEALING SECTION.
            MOVE SPACES TO JRN-SEAL.
            MOVE SPACES TO SEALSRV-ARGV.
            MOVE "N" TO SEAL-OPERATION.
            MOVE WS-JOURNAL-PATH TO SEAL-FILE-PATH.
            MOVE "REVERSAL" TO SEAL-PROGRAM.
            MOVE JOURNAL-RECORD TO SEAL-DATA.
            MOVE "1" TO SEAL-RESULT.
            CALL "SEALSRV" USING SEALSRV-ARGV.
            IF SEAL-RESULT = "0"
                 MOVE SEAL-SEQUENCE TO JRN-SEAL-SEQUENCE
                 MOVE SEAL-CHECK TO JRN-SEAL-CHECK
            ELSE
                 MOVE ZERO TO JRN-SEAL-SEQUENCE
                 MOVE ZERO TO JRN-SEAL-CHECK.

       JOURNAL-SEAL-CONFIRM SECTION.
            IF SEAL-RESULT = "0"
                 IF JOURNAL-STATUS = "00"
                      MOVE "K" TO SEAL-OPERATION
                 ELSE
                      MOVE "L" TO SEAL-OPERATION
                 END-IF
                 MOVE "1" TO SEAL-RESULT
                 CALL "SEALSRV" USING SEALSRV-ARGV.

       RUN-INIT SECTION.
            MOVE SPACES TO RUNCTL-RECORD.
            MOVE "REVERSAL" TO RUNCTL-PROGRAM.
            MOVE FUNCTION CURRENT-DATE TO RUNCTL-START-TIMESTAMP.
            MOVE "{{ DATAFILE }}" TO RUNCTL-DATAFILE.
            MOVE 0 TO RUNCTL-READ-COUNT.
            MOVE 0 TO RUNCTL-WRITTEN-COUNT.
            MOVE 0 TO RUNCTL-DELETED-COUNT.
            MOVE 0 TO RUNCTL-ERROR-COUNT.
            MOVE 0 TO RUNCTL-CLOSING-COUNT.
            MOVE ZERO TO RUNCTL-AMOUNT-TOTAL.
            MOVE 0 TO RUNCTL-SKIPPED-COUNT.
            MOVE RUN-KEY TO RUNCTL-REFERENCE-KEY.
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
            IF RUNCTL-STATUS = "22"
                 REWRITE RUNCTL-RECORD.
            IF RUNCTL-STATUS NOT = "00"
                 DISPLAY "ERRO: CONTROLE DE EXECUCAO NAO GRAVADO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY RUNCTL-STATUS WITH NO ADVANCING
                 DISPLAY ".".
            CLOSE RUNCTL-FILE.

       FILE-OPEN SECTION.
            OPEN I-O FILE-NAME.
            IF FILE-STATUS NOT = "00"
                 DISPLAY "ERRO: ARQUIVO NAO ABERTO. " WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY FILE-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM RUN-WRITE
                 GOBACK.

       FILE-CLOSE SECTION.
            CLOSE FILE-NAME.
            GOBACK.
