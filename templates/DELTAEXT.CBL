                 ACCESS IS  DYNAMIC
                 RECORD KEY IS RUNCTL-KEY
                 FILE STATUS IS RUNCTL-STATUS.
            SELECT XMIT-FILE ASSIGN WS-XMITREG-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS XMIT-KEY
                 FILE STATUS IS XMITREG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD JOURNAL-FILE.
           COPY JRNREC REPLACING ==:RECLEN:== BY =={{ RECORDLEN }}==.

       FD POSITION-FILE.
       01   POSITION-RECORD.
       FD RUNCTL-FILE.
           COPY RUNCTL.

       FD XMIT-FILE.
           COPY XMITREG.

       WORKING-STORAGE SECTION.
       01   WS-JOURNAL-PATH             PIC X(100)
                                        VALUE "{{ JOURNALFILE }}".
                                        VALUE "{{ EXTRACTFILE }}".
       01   WS-RUNCTL-PATH              PIC X(100)
                                        VALUE "{{ RUNCTLFILE }}".
       01   WS-XMITREG-PATH             PIC X(100)
                                        VALUE "{{ XMITREGFILE }}".
       01   JOURNAL-STATUS              PIC X(02) VALUE SPACES.
       01   POSITION-STATUS             PIC X(02) VALUE SPACES.
       01   EXTRACT-STATUS              PIC X(02) VALUE SPACES.
       01   RUNCTL-STATUS               PIC X(02) VALUE SPACES.
       01   XMITREG-STATUS              PIC X(02) VALUE SPACES.
       01   WS-XMIT-FOUND               PIC X(01) VALUE "N".
       01   WS-SORT-EOF                 PIC X(01) VALUE "N".
       01   WS-FIRST-RECORD             PIC X(01) VALUE "Y".
       01   WS-JRN-TOTAL                PIC 9(09) VALUE 0.
            03 RUN-NUMBER               PIC 9(9).
            03 RESULT-CODE              PIC X(01).
            03 EXTRACTED-COUNT          PIC 9(9).
            03 SEND-PARTNER-ID          PIC X(08).

       PROCEDURE DIVISION USING ARGV.

            MOVE "C" TO RUNCTL-FINAL-STATUS.
            MOVE "0" TO RESULT-CODE.
            MOVE WS-EXTRACT-COUNT TO EXTRACTED-COUNT.
            IF SEND-PARTNER-ID NOT = SPACES
                 PERFORM XMIT-REGISTER.
            MOVE WS-RELEASED-COUNT TO RUNCTL-READ-COUNT.
            MOVE WS-EXTRACT-COUNT TO RUNCTL-WRITTEN-COUNT.
            PERFORM RUN-WRITE.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-RUNCTL-PATH.
            MOVE "XMITREGFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-XMITREG-PATH.

       CONFIG-FETCH SECTION.
            MOVE SPACES TO CFGSRV-PATH.
                 DELIMITED BY SIZE INTO EXTRACT-LINE.
            WRITE EXTRACT-LINE.

       XMIT-REGISTER SECTION.
            OPEN I-O XMIT-FILE.
            IF XMITREG-STATUS NOT = "00"
                 OPEN OUTPUT XMIT-FILE
                 CLOSE XMIT-FILE
                 OPEN I-O XMIT-FILE.
            MOVE SPACES TO XMIT-RECORD.
            MOVE SEND-PARTNER-ID TO XMIT-PARTNER.
            MOVE "{{ FILEID }}" TO XMIT-FILE-ID.
            MOVE RUN-NUMBER TO XMIT-RUN-NUMBER.
            READ XMIT-FILE.
            IF XMITREG-STATUS = "00"
                 MOVE "Y" TO WS-XMIT-FOUND
            ELSE
                 MOVE "N" TO WS-XMIT-FOUND
                 MOVE SPACES TO XMIT-RECORD
                 MOVE SEND-PARTNER-ID TO XMIT-PARTNER
                 MOVE "{{ FILEID }}" TO XMIT-FILE-ID
                 MOVE RUN-NUMBER TO XMIT-RUN-NUMBER.
            MOVE "DELTAEXT" TO XMIT-PROGRAM.
            MOVE WS-EXTRACT-PATH TO XMIT-FILE-PATH.
            MOVE WS-EXTRACT-COUNT TO XMIT-RECORD-COUNT.
            MOVE WS-HASH-TOTAL TO XMIT-HASH-TOTAL.
            MOVE FUNCTION CURRENT-DATE TO XMIT-SENT-TIMESTAMP.
            MOVE "S" TO XMIT-STATE.
            MOVE 0 TO XMIT-ACK-COUNT.
            MOVE SPACES TO XMIT-ACK-REASON.
            MOVE SPACES TO XMIT-ACK-TIMESTAMP.
            IF WS-XMIT-FOUND = "Y"
                 REWRITE XMIT-RECORD
            ELSE
                 WRITE XMIT-RECORD.
            IF XMITREG-STATUS NOT = "00"
                 DISPLAY "ERRO: ENVIO NAO REGISTRADO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY XMITREG-STATUS WITH NO ADVANCING
                 DISPLAY "."
            ELSE
                 DISPLAY "ENVIO REGISTRADO PARA O PARCEIRO "
                      WITH NO ADVANCING
                 DISPLAY XMIT-PARTNER.
            CLOSE XMIT-FILE.

       RUN-INIT SECTION.
            MOVE SPACES TO RUNCTL-RECORD.
            MOVE "DELTAEXT" TO RUNCTL-PROGRAM.
            MOVE 0 TO RUNCTL-ERROR-COUNT.
            MOVE 0 TO RUNCTL-CLOSING-COUNT.
            MOVE ZERO TO RUNCTL-AMOUNT-TOTAL.
            MOVE 0 TO RUNCTL-SKIPPED-COUNT.
            MOVE "E" TO RUNCTL-FINAL-STATUS.

       RUN-WRITE SECTION.
