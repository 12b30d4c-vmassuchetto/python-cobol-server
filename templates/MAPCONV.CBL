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
       01   WS-MAPPING-PATH             PIC X(100)
                                        VALUE "{{ MAPPINGFILE }}".
                                        VALUE "{{ RUNCTLFILE }}".
       01   WS-EVENT-PATH               PIC X(100)
                                        VALUE "{{ EVENTFILE }}".
       01   WS-XMITREG-PATH             PIC X(100)
                                        VALUE "{{ XMITREGFILE }}".
       01   MAPPING-STATUS              PIC X(02) VALUE SPACES.
       01   EVENT-STATUS                PIC X(02) VALUE SPACES.
       01   CODETAB-STATUS              PIC X(02) VALUE SPACES.
       01   OUTPUT-STATUS               PIC X(02) VALUE SPACES.
       01   REJECT-STATUS               PIC X(02) VALUE SPACES.
       01   RUNCTL-STATUS               PIC X(02) VALUE SPACES.
       01   XMITREG-STATUS              PIC X(02) VALUE SPACES.
       01   WS-XMIT-FOUND               PIC X(01) VALUE "N".
       01   WS-CONVERTED-COUNT          PIC 9(9) VALUE 0.
       01   WS-REJECTED-COUNT           PIC 9(9) VALUE 0.
       01   WS-MAP-IX                   PIC 9(03) VALUE 0.
       01   WS-TGT-LEN                  PIC 9(03) VALUE 0.
       01   WS-FIELD-WORK               PIC X(100) VALUE SPACES.
       01   WS-CODE-WORK                PIC X(08) VALUE SPACES.
       01   WS-HDR-TAG                  PIC X(02) VALUE SPACES.
       01   WS-HDR-FILEID               PIC X(30) VALUE SPACES.
       01   WS-HDR-DATE                 PIC X(08) VALUE SPACES.
       01   WS-HDR-SEQ-X                PIC X(09) VALUE SPACES.
       01   WS-TRL-TAG                  PIC X(02) VALUE SPACES.
       01   WS-TRL-COUNT-X              PIC X(09) VALUE SPACES.
       01   WS-TRL-HASH-X               PIC X(15) VALUE SPACES.
       01   WS-XMIT-FILE-ID             PIC X(30) VALUE SPACES.
       01   WS-XMIT-RUN                 PIC 9(09) VALUE 0.
       01   WS-XMIT-COUNT               PIC 9(09) VALUE 0.
       01   WS-XMIT-HASH                PIC 9(13)V99 VALUE ZERO.
       01   WS-XMIT-HASH-X REDEFINES WS-XMIT-HASH
                                        PIC X(15).
       01   WS-MAP-TABLE.
            03 WS-MAP-ENTRY             OCCURS 100.
               05 WS-MAP-SRC-POS        PIC 9(04).
            DISPLAY WS-CONVERTED-COUNT.
            DISPLAY "REGISTROS REJEITADOS: " WITH NO ADVANCING.
            DISPLAY WS-REJECTED-COUNT.
            IF INPUT-STATUS = "10" AND CNV-DIRECTION = "R"
                 AND WS-REJECTED-COUNT > 0
                 DISPLAY "ERRO: ARQUIVO RECEBIDO COM REJEICOES. "
                      WITH NO ADVANCING
                 DISPLAY "ENVIO NAO REGISTRADO."
            ELSE IF INPUT-STATUS = "10"
                 MOVE "C" TO RUNCTL-FINAL-STATUS
                 MOVE "0" TO RESULT-CODE.
            IF RESULT-CODE = "0" AND CNV-DIRECTION = "R"
                 PERFORM XMIT-ENVELOPE-VALUES
                 PERFORM XMIT-REGISTER.
            MOVE WS-CONVERTED-COUNT TO CONVERTED-COUNT.
            MOVE WS-REJECTED-COUNT TO REJECTED-COUNT.
            ADD WS-CONVERTED-COUNT TO RUNCTL-READ-COUNT.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-EVENT-PATH.
            MOVE "XMITREGFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-XMITREG-PATH.

       CONFIG-FETCH SECTION.
            MOVE SPACES TO CFGSRV-PATH.
            READ INPUT-FILE.

       CONVERT-LOOP SECTION.
            IF CNV-DIRECTION = "R"
                 AND (INPUT-RECORD(1:2) = "H;"
                 OR INPUT-RECORD(1:2) = "T;")
                 PERFORM ENVELOPE-PASS
            ELSE
                 PERFORM LINE-CONVERT.
            PERFORM INPUT-READ.

       LINE-CONVERT SECTION.
            MOVE "Y" TO WS-LINE-OK.
            MOVE SPACES TO OUTPUT-RECORD.
            MOVE 1 TO WS-MAP-IX.
            ELSE
                 ADD 1 TO WS-REJECTED-COUNT
                 PERFORM REJECT-UNTRANSLATED.

       ENVELOPE-PASS SECTION.
            MOVE INPUT-RECORD TO OUTPUT-RECORD.
            IF INPUT-RECORD(1:2) = "H;" OR WS-REJECTED-COUNT = 0
                 WRITE OUTPUT-RECORD.
            IF INPUT-RECORD(1:2) = "H;"
                 UNSTRING INPUT-RECORD DELIMITED BY ";"
                      INTO WS-HDR-TAG WS-HDR-FILEID
                           WS-HDR-DATE WS-HDR-SEQ-X
            ELSE
                 UNSTRING INPUT-RECORD DELIMITED BY ";"
                      INTO WS-TRL-TAG WS-TRL-COUNT-X WS-TRL-HASH-X.

       FIELD-CONVERT SECTION.
            IF CNV-DIRECTION = "R"
            WRITE EVENT-RECORD.
            CLOSE EVENT-FILE.

       XMIT-ENVELOPE-VALUES SECTION.
            IF WS-HDR-FILEID = SPACES
                 MOVE "{{ OUTPUTFILE }}" TO WS-XMIT-FILE-ID
            ELSE
                 MOVE WS-HDR-FILEID TO WS-XMIT-FILE-ID.
            IF WS-HDR-SEQ-X NUMERIC
                 MOVE WS-HDR-SEQ-X TO WS-XMIT-RUN
            ELSE
                 MOVE 0 TO WS-XMIT-RUN.
            IF WS-TRL-COUNT-X NUMERIC
                 MOVE WS-TRL-COUNT-X TO WS-XMIT-COUNT
            ELSE
                 MOVE WS-CONVERTED-COUNT TO WS-XMIT-COUNT.
            IF WS-TRL-HASH-X NUMERIC
                 MOVE WS-TRL-HASH-X TO WS-XMIT-HASH-X
            ELSE
                 MOVE ZERO TO WS-XMIT-HASH.

       XMIT-REGISTER SECTION.
            OPEN I-O XMIT-FILE.
            IF XMITREG-STATUS NOT = "00"
                 OPEN OUTPUT XMIT-FILE
                 CLOSE XMIT-FILE
                 OPEN I-O XMIT-FILE.
            MOVE SPACES TO XMIT-RECORD.
            MOVE CNV-PARTNER-ID TO XMIT-PARTNER.
            MOVE WS-XMIT-FILE-ID TO XMIT-FILE-ID.
            MOVE WS-XMIT-RUN TO XMIT-RUN-NUMBER.
            READ XMIT-FILE.
            IF XMITREG-STATUS = "00"
                 MOVE "Y" TO WS-XMIT-FOUND
            ELSE
                 MOVE "N" TO WS-XMIT-FOUND
                 MOVE SPACES TO XMIT-RECORD
                 MOVE CNV-PARTNER-ID TO XMIT-PARTNER
                 MOVE WS-XMIT-FILE-ID TO XMIT-FILE-ID
                 MOVE WS-XMIT-RUN TO XMIT-RUN-NUMBER.
            MOVE "MAPCONV" TO XMIT-PROGRAM.
            MOVE WS-OUTPUT-PATH TO XMIT-FILE-PATH.
            MOVE WS-XMIT-COUNT TO XMIT-RECORD-COUNT.
            MOVE WS-XMIT-HASH TO XMIT-HASH-TOTAL.
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
            MOVE "MAPCONV" TO RUNCTL-PROGRAM.
            MOVE 0 TO RUNCTL-ERROR-COUNT.
            MOVE 0 TO RUNCTL-CLOSING-COUNT.
            MOVE ZERO TO RUNCTL-AMOUNT-TOTAL.
            MOVE 0 TO RUNCTL-SKIPPED-COUNT.
            MOVE "E" TO RUNCTL-FINAL-STATUS.

       RUN-WRITE SECTION.
