            SELECT EVENT-FILE ASSIGN WS-EVENT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS EVENT-STATUS.
            SELECT XMIT-FILE ASSIGN WS-XMITREG-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS XMIT-KEY
                 FILE STATUS IS XMITREG-STATUS.

       DATA DIVISION.

       FD EVENT-FILE.
           COPY EVTREC.

       FD XMIT-FILE.
           COPY XMITREG.

       WORKING-STORAGE SECTION.
       01   WS-DATA-PATH                PIC X(100)
                                        VALUE "{{ DATAFILE }}".
                                        VALUE "{{ RUNCTLFILE }}".
       01   WS-EVENT-PATH               PIC X(100)
                                        VALUE "{{ EVENTFILE }}".
       01   WS-XMITREG-PATH             PIC X(100)
                                        VALUE "{{ XMITREGFILE }}".
       01   FILE-STATUS                 PIC X(02) VALUE SPACES.
       01   CSV-STATUS                  PIC X(02) VALUE SPACES.
       01   RUNCTL-STATUS               PIC X(02) VALUE SPACES.
       01   EVENT-STATUS                PIC X(02) VALUE SPACES.
       01   XMITREG-STATUS              PIC X(02) VALUE SPACES.
       01   WS-XMIT-FOUND               PIC X(01) VALUE "N".
       01   WS-EXPORT-COUNT             PIC 9(9) VALUE 0.
       01   WS-MASK-OK                  PIC X(01) VALUE "N".
       01   WS-HASH-TOTAL               PIC 9(13)V99 VALUE ZERO.
            03 ENVELOPE-MODE            PIC X(01).
            03 RUN-NUMBER               PIC 9(9).
            03 USER-ID                  PIC X(08).
            03 SEND-PARTNER-ID          PIC X(08).

       PROCEDURE DIVISION USING ARGV.

            IF FILE-STATUS = "10" OR FILE-STATUS = "23"
                 MOVE "C" TO RUNCTL-FINAL-STATUS
                 MOVE "0" TO RESULT-CODE.
            IF RESULT-CODE = "0" AND SEND-PARTNER-ID NOT = SPACES
                 AND ENVELOPE-MODE = "Y"
                 PERFORM XMIT-REGISTER
            ELSE IF RESULT-CODE = "0" AND SEND-PARTNER-ID NOT = SPACES
                 DISPLAY "AVISO: TRANSMISSAO NAO REGISTRADA. "
                      WITH NO ADVANCING
                 DISPLAY "EXPORTACAO SEM ENVELOPE.".
            MOVE WS-EXPORT-COUNT TO EXPORTED-COUNT.
            PERFORM RUN-CLOSING-COUNT.
            PERFORM RUN-WRITE.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-EVENT-PATH.
            MOVE "XMITREGFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-XMITREG-PATH.

       CONFIG-FETCH SECTION.
            MOVE SPACES TO CFGSRV-PATH.
            CLOSE EVENT-FILE.


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
            MOVE "EXPORT" TO XMIT-PROGRAM.
            MOVE WS-CSV-PATH TO XMIT-FILE-PATH.
            MOVE WS-EXPORT-COUNT TO XMIT-RECORD-COUNT.
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
            MOVE "EXPORT" TO RUNCTL-PROGRAM.
            MOVE 0 TO RUNCTL-ERROR-COUNT.
            MOVE 0 TO RUNCTL-CLOSING-COUNT.
            MOVE ZERO TO RUNCTL-AMOUNT-TOTAL.
            MOVE 0 TO RUNCTL-SKIPPED-COUNT.
            MOVE "E" TO RUNCTL-FINAL-STATUS.

       RUN-CLOSING-COUNT SECTION.
