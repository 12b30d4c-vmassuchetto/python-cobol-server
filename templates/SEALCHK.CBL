       $set ANIM
       $set ANS85
       $set AUTOLOCK
       $set BELL
       $set FILESHARE
       $set NOWARNING
       $set WRITETHROUGH
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEALCHK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
            SELECT AUDIT-FILE ASSIGN WS-AUDIT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS AUDIT-STATUS.
            SELECT JOURNAL-FILE ASSIGN WS-JOURNAL-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS JOURNAL-STATUS.
            SELECT REPORT-FILE ASSIGN WS-REPORT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS REPORT-STATUS.
            SELECT EVENT-FILE ASSIGN WS-EVENT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS EVENT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD AUDIT-FILE.
           COPY AUDITREC.

       FD JOURNAL-FILE.
           COPY JRNREC REPLACING ==:RECLEN:== BY =={{ RECORDLEN }}==.

       FD REPORT-FILE.
       01   REPORT-LINE                 PIC X(132).

       FD EVENT-FILE.
           COPY EVTREC.

       WORKING-STORAGE SECTION.
       01   WS-AUDIT-PATH               PIC X(100)
                                        VALUE "{{ AUDITFILE }}".
       01   WS-JOURNAL-PATH             PIC X(100)
                                        VALUE "{{ JOURNALFILE }}".
       01   WS-REPORT-PATH              PIC X(100)
                                        VALUE "{{ REPORTFILE }}".
       01   WS-EVENT-PATH               PIC X(100)
                                        VALUE "{{ EVENTFILE }}".
       01   AUDIT-STATUS                PIC X(02) VALUE SPACES.
       01   JOURNAL-STATUS              PIC X(02) VALUE SPACES.
       01   REPORT-STATUS               PIC X(02) VALUE SPACES.
       01   EVENT-STATUS                PIC X(02) VALUE SPACES.
       01   WS-FILE-LABEL               PIC X(10) VALUE SPACES.
       01   WS-CHAIN-PATH               PIC X(100) VALUE SPACES.
       01   WS-CTL-FOUND                PIC X(01) VALUE "N".
       01   WS-CTL-LAST                 PIC 9(09) VALUE 0.
       01   WS-CTL-CHECK                PIC 9(10) VALUE 0.
       01   WS-FIRST                    PIC 9(09) VALUE 0.
       01   WS-ANCHOR                   PIC 9(10) VALUE 0.
       01   WS-EXPECTED                 PIC 9(09) VALUE 0.
       01   WS-PREVIOUS                 PIC 9(10) VALUE 0.
       01   WS-LAST-SEQUENCE            PIC 9(09) VALUE 0.
       01   WS-LAST-CHECK               PIC 9(10) VALUE 0.
       01   WS-STARTED                  PIC X(01) VALUE "N".
       01   WS-FILE-FOUND               PIC X(01) VALUE "N".
       01   WS-REC-SEQUENCE             PIC 9(09) VALUE 0.
       01   WS-REC-CHECK                PIC 9(10) VALUE 0.
       01   WS-LINE                     PIC 9(09) VALUE 0.
       01   WS-SEALED-COUNT             PIC 9(09) VALUE 0.
       01   WS-LEGACY-COUNT             PIC 9(09) VALUE 0.
       01   WS-FILE-FINDINGS            PIC 9(09) VALUE 0.
       01   WS-FINDING-COUNT            PIC 9(09) VALUE 0.
       01   WS-RECORD-COUNT             PIC 9(09) VALUE 0.
       01   WS-FINDING                  PIC X(25) VALUE SPACES.
       01   WS-FINDING-FROM             PIC 9(09) VALUE 0.
       01   WS-FINDING-TO               PIC 9(09) VALUE 0.
       01   WS-SEAL-IMAGE               PIC X(4000) VALUE SPACES.
       01   WS-NOW                      PIC X(21) VALUE SPACES.
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
            03 RESULT-CODE              PIC X(01).
            03 FINDING-COUNT            PIC 9(9).

       PROCEDURE DIVISION USING ARGV.

       BEGIN.
            PERFORM CONFIG-RESOLVE.
            MOVE "1" TO RESULT-CODE.
            MOVE 0 TO FINDING-COUNT.
            MOVE 0 TO WS-FINDING-COUNT.
            MOVE 0 TO WS-RECORD-COUNT.
            PERFORM AUTH-CHECK.
            PERFORM FILE-OPEN.
            PERFORM REPORT-HEADER.
            PERFORM AUDIT-VERIFY.
            PERFORM JOURNAL-VERIFY.
            PERFORM REPORT-TOTALS.
            DISPLAY "REGISTROS VERIFICADOS: " WITH NO ADVANCING.
            DISPLAY WS-RECORD-COUNT.
            DISPLAY "OCORRENCIAS DE SELO: " WITH NO ADVANCING.
            DISPLAY WS-FINDING-COUNT.
            MOVE WS-FINDING-COUNT TO FINDING-COUNT.
            IF WS-FINDING-COUNT = 0
                 MOVE "0" TO RESULT-CODE
            ELSE
                 MOVE "2" TO RESULT-CODE.
            PERFORM FILE-CLOSE.

       CONFIG-RESOLVE SECTION.
            MOVE "AUDITFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-AUDIT-PATH.
            MOVE "{{ JOURNALFILE }}" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-JOURNAL-PATH.
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

       AUDIT-VERIFY SECTION.
            MOVE "AUDITORIA" TO WS-FILE-LABEL.
            MOVE WS-AUDIT-PATH TO WS-CHAIN-PATH.
            PERFORM CHAIN-START.
            OPEN INPUT AUDIT-FILE.
            IF AUDIT-STATUS = "00"
                 MOVE "Y" TO WS-FILE-FOUND
                 PERFORM AUDIT-READ
                 PERFORM AUDIT-VERIFY-LOOP
                      UNTIL AUDIT-STATUS NOT = "00".
            CLOSE AUDIT-FILE.
            PERFORM CHAIN-END.

       AUDIT-READ SECTION.
            READ AUDIT-FILE.

       AUDIT-VERIFY-LOOP SECTION.
            ADD 1 TO WS-LINE.
            IF AUDIT-SEAL-SEQUENCE NUMERIC
                 AND AUDIT-SEAL-CHECK NUMERIC
                 AND AUDIT-SEAL-SEQUENCE > 0
                 MOVE AUDIT-SEAL-SEQUENCE TO WS-REC-SEQUENCE
                 MOVE AUDIT-SEAL-CHECK TO WS-REC-CHECK
                 MOVE SPACES TO AUDIT-SEAL
                 MOVE AUDIT-RECORD TO WS-SEAL-IMAGE
                 PERFORM CHAIN-SEALED
            ELSE
                 PERFORM CHAIN-UNSEALED.
            PERFORM AUDIT-READ.

       JOURNAL-VERIFY SECTION.
            MOVE "JOURNAL" TO WS-FILE-LABEL.
            MOVE WS-JOURNAL-PATH TO WS-CHAIN-PATH.
            PERFORM CHAIN-START.
            OPEN INPUT JOURNAL-FILE.
            IF JOURNAL-STATUS = "00"
                 MOVE "Y" TO WS-FILE-FOUND
                 PERFORM JOURNAL-READ
                 PERFORM JOURNAL-VERIFY-LOOP
                      UNTIL JOURNAL-STATUS NOT = "00".
            CLOSE JOURNAL-FILE.
            PERFORM CHAIN-END.

       JOURNAL-READ SECTION.
            READ JOURNAL-FILE.

       JOURNAL-VERIFY-LOOP SECTION.
            ADD 1 TO WS-LINE.
            IF JRN-SEAL-SEQUENCE NUMERIC
                 AND JRN-SEAL-CHECK NUMERIC
                 AND JRN-SEAL-SEQUENCE > 0
                 MOVE JRN-SEAL-SEQUENCE TO WS-REC-SEQUENCE
                 MOVE JRN-SEAL-CHECK TO WS-REC-CHECK
                 MOVE SPACES TO JRN-SEAL
                 MOVE JOURNAL-RECORD TO WS-SEAL-IMAGE
                 PERFORM CHAIN-SEALED
            ELSE
                 PERFORM CHAIN-UNSEALED.
            PERFORM JOURNAL-READ.

       CHAIN-START SECTION.
            MOVE "N" TO WS-FILE-FOUND.
            MOVE "N" TO WS-STARTED.
            MOVE 0 TO WS-LINE.
            MOVE 0 TO WS-SEALED-COUNT.
            MOVE 0 TO WS-LEGACY-COUNT.
            MOVE 0 TO WS-FILE-FINDINGS.
            MOVE SPACES TO SEALSRV-ARGV.
            MOVE "I" TO SEAL-OPERATION.
            MOVE WS-CHAIN-PATH TO SEAL-FILE-PATH.
            MOVE "1" TO SEAL-RESULT.
            CALL "SEALSRV" USING SEALSRV-ARGV.
            MOVE 1 TO WS-FIRST.
            MOVE 0 TO WS-ANCHOR.
            MOVE 0 TO WS-CTL-LAST.
            MOVE 0 TO WS-CTL-CHECK.
            MOVE "N" TO WS-CTL-FOUND.
            IF SEAL-RESULT = "0"
                 MOVE "Y" TO WS-CTL-FOUND
                 MOVE SEAL-FIRST-SEQUENCE TO WS-FIRST
                 MOVE SEAL-ANCHOR-CHECK TO WS-ANCHOR
                 MOVE SEAL-SEQUENCE TO WS-CTL-LAST
                 MOVE SEAL-CHECK TO WS-CTL-CHECK.
            IF WS-FIRST = 0
                 MOVE 1 TO WS-FIRST.
            MOVE WS-FIRST TO WS-EXPECTED.
            MOVE WS-ANCHOR TO WS-PREVIOUS.
            COMPUTE WS-LAST-SEQUENCE = WS-FIRST - 1.
            MOVE WS-ANCHOR TO WS-LAST-CHECK.

       CHAIN-UNSEALED SECTION.
            ADD 1 TO WS-RECORD-COUNT.
            IF WS-STARTED = "N"
                 ADD 1 TO WS-LEGACY-COUNT
            ELSE
                 MOVE "SEM SELO" TO WS-FINDING
                 MOVE 0 TO WS-FINDING-FROM
                 MOVE 0 TO WS-FINDING-TO
                 PERFORM FINDING-WRITE.

       CHAIN-SEALED SECTION.
            ADD 1 TO WS-RECORD-COUNT.
            ADD 1 TO WS-SEALED-COUNT.
            MOVE "Y" TO WS-STARTED.
            MOVE SPACES TO SEALSRV-ARGV.
            MOVE "C" TO SEAL-OPERATION.
            MOVE WS-REC-SEQUENCE TO SEAL-SEQUENCE.
            MOVE WS-PREVIOUS TO SEAL-PREVIOUS.
            MOVE WS-SEAL-IMAGE TO SEAL-DATA.
            MOVE "1" TO SEAL-RESULT.
            CALL "SEALSRV" USING SEALSRV-ARGV.
            MOVE WS-REC-SEQUENCE TO WS-FINDING-FROM.
            MOVE WS-REC-SEQUENCE TO WS-FINDING-TO.
            IF WS-REC-SEQUENCE = WS-EXPECTED
                 IF SEAL-CHECK NOT = WS-REC-CHECK
                      MOVE "ALTERADO" TO WS-FINDING
                      PERFORM FINDING-WRITE
                 END-IF
            ELSE IF WS-REC-SEQUENCE > WS-EXPECTED
                 MOVE "LACUNA" TO WS-FINDING
                 MOVE WS-EXPECTED TO WS-FINDING-FROM
                 COMPUTE WS-FINDING-TO = WS-REC-SEQUENCE - 1
                 PERFORM FINDING-WRITE
                 IF SEAL-CHECK NOT = WS-REC-CHECK
                      MOVE "CADEIA QUEBRADA" TO WS-FINDING
                      MOVE WS-REC-SEQUENCE TO WS-FINDING-FROM
                      MOVE WS-REC-SEQUENCE TO WS-FINDING-TO
                      PERFORM FINDING-WRITE
                 END-IF
            ELSE
                 MOVE "FORA DE SEQUENCIA" TO WS-FINDING
                 PERFORM FINDING-WRITE.
            MOVE WS-REC-CHECK TO WS-PREVIOUS.
            COMPUTE WS-EXPECTED = WS-REC-SEQUENCE + 1.
            MOVE WS-REC-SEQUENCE TO WS-LAST-SEQUENCE.
            MOVE WS-REC-CHECK TO WS-LAST-CHECK.

       CHAIN-END SECTION.
            MOVE 0 TO WS-FINDING-FROM.
            MOVE 0 TO WS-FINDING-TO.
            IF WS-CTL-FOUND = "N"
                 IF WS-SEALED-COUNT > 0
                      MOVE "SEM CONTROLE DE SELOS" TO WS-FINDING
                      PERFORM FINDING-WRITE
                 END-IF
            ELSE IF WS-FILE-FOUND = "N" AND WS-CTL-LAST > 0
                 MOVE "ARQUIVO AUSENTE" TO WS-FINDING
                 MOVE WS-FIRST TO WS-FINDING-FROM
                 MOVE WS-CTL-LAST TO WS-FINDING-TO
                 PERFORM FINDING-WRITE
            ELSE IF WS-LAST-SEQUENCE < WS-CTL-LAST
                 MOVE "REGISTROS FINAIS AUSENTES" TO WS-FINDING
                 COMPUTE WS-FINDING-FROM = WS-LAST-SEQUENCE + 1
                 MOVE WS-CTL-LAST TO WS-FINDING-TO
                 PERFORM FINDING-WRITE
            ELSE IF WS-LAST-SEQUENCE > WS-CTL-LAST
                 MOVE "ALEM DO CONTROLE" TO WS-FINDING
                 COMPUTE WS-FINDING-FROM = WS-CTL-LAST + 1
                 MOVE WS-LAST-SEQUENCE TO WS-FINDING-TO
                 PERFORM FINDING-WRITE
            ELSE IF WS-LAST-CHECK NOT = WS-CTL-CHECK
                 MOVE "CADEIA QUEBRADA" TO WS-FINDING
                 MOVE WS-LAST-SEQUENCE TO WS-FINDING-FROM
                 MOVE WS-LAST-SEQUENCE TO WS-FINDING-TO
                 PERFORM FINDING-WRITE.
            PERFORM REPORT-FILE-TOTAL.
            IF WS-FILE-FINDINGS > 0
                 DISPLAY "ERRO: SELOS VIOLADOS EM " WITH NO ADVANCING
                 DISPLAY WS-FILE-LABEL WITH NO ADVANCING
                 DISPLAY ": " WITH NO ADVANCING
                 DISPLAY WS-FILE-FINDINGS
                 PERFORM EVENT-INIT
                 MOVE WS-FILE-LABEL TO EVENT-KEY
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "SEAL" TO EVENT-CODE
                 PERFORM EVENT-WRITE.

       FINDING-WRITE SECTION.
            ADD 1 TO WS-FILE-FINDINGS.
            ADD 1 TO WS-FINDING-COUNT.
            MOVE SPACES TO REPORT-LINE.
            STRING "SELO;" WS-FILE-LABEL ";" WS-FINDING ";"
                 WS-FINDING-FROM ";" WS-FINDING-TO ";" WS-LINE
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-HEADER SECTION.
            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
            MOVE SPACES TO REPORT-LINE.
            STRING "VERIFICACAO DE SELOS;{{ DATAFILE }};" WS-NOW ";"
                 USER-ID
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-FILE-TOTAL SECTION.
            MOVE SPACES TO REPORT-LINE.
            STRING "ARQUIVO;" WS-FILE-LABEL ";" WS-LINE ";"
                 WS-SEALED-COUNT ";" WS-LEGACY-COUNT ";"
                 WS-LAST-SEQUENCE ";" WS-FILE-FINDINGS
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-TOTALS SECTION.
            MOVE SPACES TO REPORT-LINE.
            STRING "TOTAL;" WS-RECORD-COUNT ";" WS-FINDING-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       EVENT-INIT SECTION.
            MOVE SPACES TO EVENT-RECORD.
            MOVE "SEALCHK" TO EVENT-PROGRAM.
            MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP.
            MOVE SPACES TO EVENT-KEY.

       EVENT-WRITE SECTION.
            OPEN EXTEND EVENT-FILE.
            IF EVENT-STATUS = "35"
                 OPEN OUTPUT EVENT-FILE.
            WRITE EVENT-RECORD.
            CLOSE EVENT-FILE.

       FILE-OPEN SECTION.
            OPEN OUTPUT REPORT-FILE.
            IF REPORT-STATUS NOT = "00"
                 DISPLAY "ERRO: RELATORIO NAO ABERTO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY REPORT-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 GOBACK.

       FILE-CLOSE SECTION.
            CLOSE REPORT-FILE.
            GOBACK.
