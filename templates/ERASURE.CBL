                 ACCESS IS  DYNAMIC
                 RECORD KEY IS OPS-DATAFILE
                 FILE STATUS IS OPSTATE-STATUS.
            SELECT EVENT-FILE ASSIGN WS-EVENT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS EVENT-STATUS.
{{ ERASECHILDSELECT }}

       DATA DIVISION.
           COPY AUDITREC.

       FD AUDITOUT-FILE.
       01   AUDITOUT-RECORD             PIC X(496).

       FD JOURNAL-FILE.
           COPY JRNREC REPLACING ==:RECLEN:== BY =={{ RECORDLEN }}==.

       FD JRNOUT-FILE.
       01   JRNOUT-RECORD.
            03 JRNOUT-LINE              PIC X({{ JRNOUTLINELEN }}).
            03 JRNOUT-POSTING           PIC X(89).
            03 JRNOUT-SEAL              PIC X(19).
            03 JRNOUT-ORIGIN            PIC X(01).

       FD REJIN-FILE.
           COPY REJREC.

       FD OPSTATE-FILE.
           COPY OPSTATE.

       FD EVENT-FILE.
           COPY EVTREC.
{{ ERASECHILDFD }}

       WORKING-STORAGE SECTION.
                                        VALUE "{{ CERTFILE }}".
       01   WS-OPSTATE-PATH             PIC X(100)
                                        VALUE "{{ OPSTATEFILE }}".
       01   WS-EVENT-PATH               PIC X(100)
                                        VALUE "{{ EVENTFILE }}".
       01   FILE-STATUS                 PIC X(02) VALUE SPACES.
       01   AUDIT-STATUS                PIC X(02) VALUE SPACES.
       01   AUDITOUT-STATUS             PIC X(02) VALUE SPACES.
       01   REJOUT-STATUS               PIC X(02) VALUE SPACES.
       01   CERT-STATUS                 PIC X(02) VALUE SPACES.
       01   OPSTATE-STATUS              PIC X(02) VALUE SPACES.
       01   EVENT-STATUS                PIC X(02) VALUE SPACES.
       01   CHILD-STATUS                PIC X(02) VALUE SPACES.
       01   WS-MASTER-COUNT             PIC 9(9) VALUE 0.
       01   WS-CHILD-COUNT              PIC 9(9) VALUE 0.
       01   WS-REJECT-COUNT             PIC 9(9) VALUE 0.
       01   WS-TOUCHED-COUNT            PIC 9(9) VALUE 0.
       01   WS-SUBJECT-KEY-X            PIC X(20) VALUE SPACES.
       01   WS-SEALED                   PIC X(01) VALUE "N".
       01   WS-SEAL-PATH                PIC X(100) VALUE SPACES.
       01   WS-SEAL-FIRST               PIC 9(09) VALUE 0.
       01   WS-SEAL-ANCHOR              PIC 9(10) VALUE 0.
       01   WS-SEAL-LAST                PIC 9(09) VALUE 0.
       01   WS-SEAL-SEQUENCE            PIC 9(09) VALUE 0.
       01   WS-SEAL-STORED              PIC 9(10) VALUE 0.
       01   WS-SEAL-ORIGINAL            PIC 9(10) VALUE 0.
       01   WS-SEAL-PREVIOUS            PIC 9(10) VALUE 0.
       01   WS-SEAL-CHANGED             PIC 9(9) VALUE 0.
       01   WS-SEAL-BROKEN              PIC 9(9) VALUE 0.
       01   WS-JRN-RESEALED             PIC 9(9) VALUE 0.
       01   WS-JRN-BROKEN               PIC 9(9) VALUE 0.
       01   WS-RESEAL-PATH              PIC X(100) VALUE SPACES.
       01   WS-RESEAL-CHANGED           PIC 9(9) VALUE 0.
       01   WS-RESEAL-BROKEN            PIC 9(9) VALUE 0.
       01   WS-SEAL-IMAGE               PIC X(4000) VALUE SPACES.
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
            PERFORM MASTER-ERASE.
{{ ERASECHILDCALL }}
            PERFORM ERASURE-AUDIT.
            MOVE 0 TO WS-JRN-RESEALED.
            MOVE 0 TO WS-JRN-BROKEN.
            PERFORM JOURNAL-SCRUB.
            PERFORM AUDIT-SCRUB.
            PERFORM REJECT-SCRUB.
            PERFORM CERTIFICATE-WRITE.
            COMPUTE WS-TOUCHED-COUNT =
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-OPSTATE-PATH.
            MOVE "EVENTFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-EVENT-PATH.

       CONFIG-FETCH SECTION.
            MOVE SPACES TO CFGSRV-PATH.
       JOURNAL-APPEND SECTION.
            MOVE "U" TO JRN-OPERATION.
            MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP.
            MOVE SPACES TO JRN-POSTING.
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
            MOVE "ERASURE" TO SEAL-PROGRAM.
            MOVE JOURNAL-RECORD TO SEAL-DATA.
            MOVE "1" TO SEAL-RESULT.
            CALL "SEALSRV" USING SEALSRV-ARGV.
            IF SEAL-RESULT = "0"
                 MOVE SEAL-SEQUENCE TO JRN-SEAL-SEQUENCE
                 MOVE SEAL-CHECK TO JRN-SEAL-CHECK
            ELSE
                 MOVE ZERO TO JRN-SEAL-SEQUENCE
                 MOVE ZERO TO JRN-SEAL-CHECK.

{{ ERASECHILDSECTIONS }}

       JOURNAL-SEAL-CONFIRM SECTION.
            IF SEAL-RESULT = "0"
                 IF JOURNAL-STATUS = "00"
                      MOVE "K" TO SEAL-OPERATION
                 ELSE
                      MOVE "L" TO SEAL-OPERATION
                 END-IF
                 MOVE "1" TO SEAL-RESULT
                 CALL "SEALSRV" USING SEALSRV-ARGV.

       AUDIT-SCRUB SECTION.
            OPEN INPUT AUDIT-FILE.
            IF AUDIT-STATUS NOT = "00"
                 CLOSE AUDIT-FILE
            ELSE
                 MOVE WS-AUDIT-PATH TO WS-SEAL-PATH
                 PERFORM SEAL-CHAIN-START
                 OPEN OUTPUT AUDITOUT-FILE
                 PERFORM AUDIT-READ
                 PERFORM AUDIT-SCRUB-LOOP
                      UNTIL AUDIT-STATUS NOT = "00"
                 PERFORM RESEAL-RECORDS
                 CLOSE AUDIT-FILE
                 CLOSE AUDITOUT-FILE
                 PERFORM SEAL-CHAIN-ANCHOR
                 PERFORM SEAL-BREACH-CHECK.

       AUDIT-READ SECTION.
            READ AUDIT-FILE.

       AUDIT-SCRUB-LOOP SECTION.
            PERFORM AUDIT-SEAL-VERIFY.
            IF AUDIT-KEY = WS-SUBJECT-KEY-X
                 MOVE SPACES TO AUDIT-OLD-VALUES
                 MOVE SPACES TO AUDIT-NEW-VALUES
                 ADD 1 TO WS-AUDIT-COUNT.
            PERFORM AUDIT-RESEAL.
            MOVE AUDIT-RECORD TO AUDITOUT-RECORD.
            WRITE AUDITOUT-RECORD.
            PERFORM AUDIT-READ.

       AUDIT-SEAL-VERIFY SECTION.
            MOVE "N" TO WS-SEALED.
            IF AUDIT-SEAL-SEQUENCE NUMERIC
                 AND AUDIT-SEAL-CHECK NUMERIC
                 AND AUDIT-SEAL-SEQUENCE > 0
                 MOVE "Y" TO WS-SEALED
                 MOVE AUDIT-SEAL-SEQUENCE TO WS-SEAL-SEQUENCE
                 MOVE AUDIT-SEAL-CHECK TO WS-SEAL-STORED
                 MOVE SPACES TO AUDIT-SEAL
                 MOVE AUDIT-RECORD TO WS-SEAL-IMAGE
                 PERFORM SEAL-ORIGINAL-CHECK.

       AUDIT-RESEAL SECTION.
            IF WS-SEALED = "Y"
                 MOVE AUDIT-RECORD TO WS-SEAL-IMAGE
                 PERFORM SEAL-RECOMPUTE
                 MOVE WS-SEAL-SEQUENCE TO AUDIT-SEAL-SEQUENCE
                 MOVE WS-SEAL-PREVIOUS TO AUDIT-SEAL-CHECK.

       RESEAL-RECORDS SECTION.
            MOVE WS-JOURNAL-PATH TO WS-RESEAL-PATH.
            MOVE WS-JRN-RESEALED TO WS-RESEAL-CHANGED.
            MOVE WS-JRN-BROKEN TO WS-RESEAL-BROKEN.
            PERFORM RESEAL-RECORD-WRITE.
            MOVE WS-AUDIT-PATH TO WS-RESEAL-PATH.
            MOVE WS-SEAL-CHANGED TO WS-RESEAL-CHANGED.
            MOVE WS-SEAL-BROKEN TO WS-RESEAL-BROKEN.
            PERFORM RESEAL-RECORD-WRITE.

       RESEAL-RECORD-WRITE SECTION.
            MOVE SPACES TO AUDIT-RECORD.
            MOVE "ERASURE" TO AUDIT-PROGRAM.
            MOVE "S" TO AUDIT-OPERATION.
            MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
            MOVE WS-SUBJECT-KEY-X TO AUDIT-KEY.
            MOVE WS-RESEAL-PATH TO AUDIT-OLD-VALUES.
            STRING "RESSELADOS " WS-RESEAL-CHANGED
                 " VIOLADOS ANTES " WS-RESEAL-BROKEN
                 DELIMITED BY SIZE INTO AUDIT-NEW-VALUES.
            MOVE USER-ID TO AUDIT-USER.
            COMPUTE WS-SEAL-SEQUENCE = WS-SEAL-LAST + 1.
            MOVE AUDIT-RECORD TO WS-SEAL-IMAGE.
            PERFORM SEAL-COMPUTE.
            MOVE WS-SEAL-SEQUENCE TO AUDIT-SEAL-SEQUENCE.
            MOVE WS-SEAL-PREVIOUS TO AUDIT-SEAL-CHECK.
            MOVE AUDIT-RECORD TO AUDITOUT-RECORD.
            WRITE AUDITOUT-RECORD.

       JOURNAL-SCRUB SECTION.
            OPEN INPUT JOURNAL-FILE.
            IF JOURNAL-STATUS NOT = "00"
                 CLOSE JOURNAL-FILE
            ELSE
                 MOVE WS-JOURNAL-PATH TO WS-SEAL-PATH
                 PERFORM SEAL-CHAIN-START
                 OPEN OUTPUT JRNOUT-FILE
                 PERFORM JOURNAL-READ
                 PERFORM JOURNAL-SCRUB-LOOP
                      UNTIL JOURNAL-STATUS NOT = "00"
                 CLOSE JOURNAL-FILE
                 CLOSE JRNOUT-FILE
                 PERFORM SEAL-CHAIN-ANCHOR
                 MOVE WS-SEAL-CHANGED TO WS-JRN-RESEALED
                 MOVE WS-SEAL-BROKEN TO WS-JRN-BROKEN.

       JOURNAL-READ SECTION.
            READ JOURNAL-FILE.

       JOURNAL-SCRUB-LOOP SECTION.
            PERFORM JOURNAL-SEAL-VERIFY.
            IF JRN-KEY = WS-SUBJECT-KEY-X
                 MOVE JRN-IMAGE TO {{ MAINRECORD }}
{{ ERASEMOVES }}
                 MOVE {{ MAINRECORD }} TO JRN-IMAGE
                 ADD 1 TO WS-JOURNAL-COUNT.
            PERFORM JOURNAL-RESEAL.
            MOVE JOURNAL-RECORD TO JRNOUT-RECORD.
            WRITE JRNOUT-RECORD.
            PERFORM JOURNAL-READ.

       JOURNAL-SEAL-VERIFY SECTION.
            MOVE "N" TO WS-SEALED.
            IF JRN-SEAL-SEQUENCE NUMERIC
                 AND JRN-SEAL-CHECK NUMERIC
                 AND JRN-SEAL-SEQUENCE > 0
                 MOVE "Y" TO WS-SEALED
                 MOVE JRN-SEAL-SEQUENCE TO WS-SEAL-SEQUENCE
                 MOVE JRN-SEAL-CHECK TO WS-SEAL-STORED
                 MOVE SPACES TO JRN-SEAL
                 MOVE JOURNAL-RECORD TO WS-SEAL-IMAGE
                 PERFORM SEAL-ORIGINAL-CHECK.

       JOURNAL-RESEAL SECTION.
            IF WS-SEALED = "Y"
                 MOVE JOURNAL-RECORD TO WS-SEAL-IMAGE
                 PERFORM SEAL-RECOMPUTE
                 MOVE WS-SEAL-SEQUENCE TO JRN-SEAL-SEQUENCE
                 MOVE WS-SEAL-PREVIOUS TO JRN-SEAL-CHECK.

       SEAL-CHAIN-START SECTION.
            MOVE SPACES TO SEALSRV-ARGV.
            MOVE "I" TO SEAL-OPERATION.
            MOVE WS-SEAL-PATH TO SEAL-FILE-PATH.
            MOVE "1" TO SEAL-RESULT.
            CALL "SEALSRV" USING SEALSRV-ARGV.
            IF SEAL-RESULT = "0" OR SEAL-RESULT = "2"
                 MOVE SEAL-FIRST-SEQUENCE TO WS-SEAL-FIRST
                 MOVE SEAL-ANCHOR-CHECK TO WS-SEAL-ANCHOR
            ELSE
                 MOVE 1 TO WS-SEAL-FIRST
                 MOVE 0 TO WS-SEAL-ANCHOR.
            IF WS-SEAL-FIRST = 0
                 MOVE 1 TO WS-SEAL-FIRST.
            COMPUTE WS-SEAL-LAST = WS-SEAL-FIRST - 1.
            MOVE WS-SEAL-ANCHOR TO WS-SEAL-ORIGINAL.
            MOVE WS-SEAL-ANCHOR TO WS-SEAL-PREVIOUS.
            MOVE 0 TO WS-SEAL-CHANGED.
            MOVE 0 TO WS-SEAL-BROKEN.

       SEAL-ORIGINAL-CHECK SECTION.
            MOVE SPACES TO SEALSRV-ARGV.
            MOVE "C" TO SEAL-OPERATION.
            MOVE WS-SEAL-SEQUENCE TO SEAL-SEQUENCE.
            MOVE WS-SEAL-ORIGINAL TO SEAL-PREVIOUS.
            MOVE WS-SEAL-IMAGE TO SEAL-DATA.
            MOVE "1" TO SEAL-RESULT.
            CALL "SEALSRV" USING SEALSRV-ARGV.
            IF SEAL-CHECK NOT = WS-SEAL-STORED
                 ADD 1 TO WS-SEAL-BROKEN.
            MOVE WS-SEAL-STORED TO WS-SEAL-ORIGINAL.

       SEAL-COMPUTE SECTION.
            MOVE SPACES TO SEALSRV-ARGV.
            MOVE "C" TO SEAL-OPERATION.
            MOVE WS-SEAL-SEQUENCE TO SEAL-SEQUENCE.
            MOVE WS-SEAL-PREVIOUS TO SEAL-PREVIOUS.
            MOVE WS-SEAL-IMAGE TO SEAL-DATA.
            MOVE "1" TO SEAL-RESULT.
            CALL "SEALSRV" USING SEALSRV-ARGV.
            MOVE SEAL-CHECK TO WS-SEAL-PREVIOUS.
            MOVE WS-SEAL-SEQUENCE TO WS-SEAL-LAST.

       SEAL-RECOMPUTE SECTION.
            PERFORM SEAL-COMPUTE.
            IF WS-SEAL-PREVIOUS NOT = WS-SEAL-STORED
                 ADD 1 TO WS-SEAL-CHANGED.

       SEAL-CHAIN-ANCHOR SECTION.
            MOVE SPACES TO SEALSRV-ARGV.
            MOVE "R" TO SEAL-OPERATION.
            MOVE WS-SEAL-PATH TO SEAL-FILE-PATH.
            MOVE "ERASURE" TO SEAL-PROGRAM.
            MOVE WS-SEAL-FIRST TO SEAL-FIRST-SEQUENCE.
            MOVE WS-SEAL-ANCHOR TO SEAL-ANCHOR-CHECK.
            MOVE WS-SEAL-LAST TO SEAL-SEQUENCE.
            MOVE WS-SEAL-PREVIOUS TO SEAL-CHECK.
            MOVE "1" TO SEAL-RESULT.
            CALL "SEALSRV" USING SEALSRV-ARGV.
            IF SEAL-RESULT NOT = "0"
                 DISPLAY "ERRO: CONTROLE DE SELOS NAO ATUALIZADO."
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "SEAL" TO EVENT-CODE
                 PERFORM EVENT-WRITE.

       SEAL-BREACH-CHECK SECTION.
            COMPUTE WS-RESEAL-BROKEN = WS-SEAL-BROKEN + WS-JRN-BROKEN.
            IF WS-RESEAL-BROKEN > 0
                 DISPLAY "AVISO: SELOS JA VIOLADOS ANTES DO RESSELO: "
                      WITH NO ADVANCING
                 DISPLAY WS-RESEAL-BROKEN
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "SEAL" TO EVENT-CODE
                 PERFORM EVENT-WRITE.

       EVENT-INIT SECTION.
            MOVE SPACES TO EVENT-RECORD.
            MOVE "ERASURE" TO EVENT-PROGRAM.
            MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP.
            MOVE WS-SUBJECT-KEY-X TO EVENT-KEY.

       EVENT-WRITE SECTION.
            OPEN EXTEND EVENT-FILE.
            IF EVENT-STATUS = "35"
                 OPEN OUTPUT EVENT-FILE.
            WRITE EVENT-RECORD.
            CLOSE EVENT-FILE.

       REJECT-SCRUB SECTION.
            OPEN INPUT REJIN-FILE.
            IF REJIN-STATUS NOT = "00"
            MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
            MOVE WS-SUBJECT-KEY-X TO AUDIT-KEY.
            MOVE USER-ID TO AUDIT-USER.
            PERFORM AUDIT-SEALING.
            WRITE AUDIT-RECORD.
            PERFORM AUDIT-SEAL-CONFIRM.
            CLOSE AUDIT-FILE.

       AUDIT-SEALING SECTION.
            MOVE SPACES TO AUDIT-SEAL.
            MOVE SPACES TO SEALSRV-ARGV.
            MOVE "N" TO SEAL-OPERATION.
            MOVE WS-AUDIT-PATH TO SEAL-FILE-PATH.
            MOVE "ERASURE" TO SEAL-PROGRAM.
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

       FILE-OPEN SECTION.
            OPEN I-O FILE-NAME.
            IF FILE-STATUS NOT = "00"
