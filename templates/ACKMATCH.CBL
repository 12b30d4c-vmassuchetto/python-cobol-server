       $set ANIM
       $set ANS85
       $set AUTOLOCK
       $set BELL
       $set FILESHARE
       $set NOWARNING
       $set WRITETHROUGH
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACKMATCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
            SELECT ACK-FILE ASSIGN WS-ACK-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS ACK-STATUS.
            SELECT XMIT-FILE ASSIGN WS-XMITREG-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS XMIT-KEY
                 FILE STATUS IS XMITREG-STATUS.
            SELECT ACKDL-FILE ASSIGN WS-ACKDL-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS ADL-PARTNER-ID
                 FILE STATUS IS ACKDL-STATUS.
            SELECT REPORT-FILE ASSIGN WS-REPORT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS REPORT-STATUS.
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
       FD ACK-FILE.
       01   ACK-LINE                    PIC X(80).

       FD XMIT-FILE.
           COPY XMITREG.

       FD ACKDL-FILE.
           COPY ACKDLREC.

       FD REPORT-FILE.
       01   REPORT-LINE                 PIC X(132).

       FD RUNCTL-FILE.
           COPY RUNCTL.

       FD EVENT-FILE.
           COPY EVTREC.

       WORKING-STORAGE SECTION.
       01   WS-ACK-PATH                 PIC X(100)
                                        VALUE "{{ ACKINFILE }}".
       01   WS-XMITREG-PATH             PIC X(100)
                                        VALUE "{{ XMITREGFILE }}".
       01   WS-ACKDL-PATH               PIC X(100)
                                        VALUE "{{ ACKDLFILE }}".
       01   WS-REPORT-PATH              PIC X(100)
                                        VALUE "{{ REPORTFILE }}".
       01   WS-RUNCTL-PATH              PIC X(100)
                                        VALUE "{{ RUNCTLFILE }}".
       01   WS-EVENT-PATH               PIC X(100)
                                        VALUE "{{ EVENTFILE }}".
       01   ACK-STATUS                  PIC X(02) VALUE SPACES.
       01   XMITREG-STATUS              PIC X(02) VALUE SPACES.
       01   ACKDL-STATUS                PIC X(02) VALUE SPACES.
       01   REPORT-STATUS               PIC X(02) VALUE SPACES.
       01   RUNCTL-STATUS               PIC X(02) VALUE SPACES.
       01   EVENT-STATUS                PIC X(02) VALUE SPACES.
       01   WS-ACK-TAG                  PIC X(02) VALUE SPACES.
       01   WS-ACK-FILEID               PIC X(30) VALUE SPACES.
       01   WS-ACK-SEQ-X                PIC X(09) VALUE SPACES.
       01   WS-ACK-FIELD4               PIC X(20) VALUE SPACES.
       01   WS-ACK-FIELD5               PIC X(20) VALUE SPACES.
       01   WS-ACK-SEQ                  PIC 9(09) VALUE 0.
       01   WS-ACK-COUNT                PIC 9(09) VALUE 0.
       01   WS-ACK-COUNT-X REDEFINES WS-ACK-COUNT
                                        PIC X(09).
       01   WS-LINE-COUNT               PIC 9(09) VALUE 0.
       01   WS-MATCHED-COUNT            PIC 9(09) VALUE 0.
       01   WS-UNMATCHED-COUNT          PIC 9(09) VALUE 0.
       01   WS-REJECTED-COUNT           PIC 9(09) VALUE 0.
       01   WS-PARTIAL-COUNT            PIC 9(09) VALUE 0.
       01   WS-OVERDUE-COUNT            PIC 9(09) VALUE 0.
       01   WS-PENDING-COUNT            PIC 9(09) VALUE 0.
       01   WS-FINDING                  PIC X(20) VALUE SPACES.
       01   WS-DL-PARTNER               PIC X(08) VALUE HIGH-VALUES.
       01   WS-DL-HOURS                 PIC 9(03) VALUE 0.
       01   WS-DEFAULT-HOURS            PIC 9(03) VALUE 24.
       01   WS-NOW                      PIC X(21) VALUE SPACES.
       01   WS-TS                       PIC X(21) VALUE SPACES.
       01   WS-TS-DATE-9                PIC 9(08) VALUE 0.
       01   WS-TS-INT                   PIC 9(08) VALUE 0.
       01   WS-TS-HH                    PIC 9(02) VALUE 0.
       01   WS-TS-MM                    PIC 9(02) VALUE 0.
       01   WS-TS-SS                    PIC 9(02) VALUE 0.
       01   WS-TS-SECS                  PIC 9(05) VALUE 0.
       01   WS-NOW-INT                  PIC 9(08) VALUE 0.
       01   WS-NOW-SECS                 PIC 9(05) VALUE 0.
       01   WS-WAITED                   PIC S9(11) VALUE 0.
       01   WS-WAITED-HOURS             PIC 9(07) VALUE 0.
       01   CONFIGSRV-ARGV.
            03 CFGSRV-FILLER            PIC X(02).
            03 CFGSRV-LOGICAL           PIC X(30).
            03 CFGSRV-PATH              PIC X(100).
            03 CFGSRV-RESULT            PIC X(01).

       LINKAGE SECTION.
       01   ARGV.
            03 FILLER                   PIC X(02).
            03 ACK-PARTNER-ID           PIC X(08).
            03 RESULT-CODE              PIC X(01).
            03 MATCHED-COUNT            PIC 9(9).
            03 REJECTED-COUNT           PIC 9(9).
            03 OVERDUE-COUNT            PIC 9(9).

       PROCEDURE DIVISION USING ARGV.

       BEGIN.
            PERFORM CONFIG-RESOLVE.
            MOVE "1" TO RESULT-CODE.
            MOVE 0 TO MATCHED-COUNT.
            MOVE 0 TO REJECTED-COUNT.
            MOVE 0 TO OVERDUE-COUNT.
            MOVE 0 TO WS-LINE-COUNT.
            MOVE 0 TO WS-MATCHED-COUNT.
            MOVE 0 TO WS-UNMATCHED-COUNT.
            MOVE 0 TO WS-REJECTED-COUNT.
            MOVE 0 TO WS-PARTIAL-COUNT.
            MOVE 0 TO WS-OVERDUE-COUNT.
            MOVE 0 TO WS-PENDING-COUNT.
            PERFORM RUN-INIT.
            PERFORM FILE-OPEN.
            PERFORM REPORT-HEADER.
            IF ACK-PARTNER-ID NOT = SPACES
                 PERFORM ACK-MATCH.
            PERFORM OVERDUE-SCAN.
            PERFORM REPORT-TOTALS.
            DISPLAY "RETORNOS CONCILIADOS: " WITH NO ADVANCING.
            DISPLAY WS-MATCHED-COUNT.
            DISPLAY "RETORNOS SEM REGISTRO: " WITH NO ADVANCING.
            DISPLAY WS-UNMATCHED-COUNT.
            DISPLAY "ENVIOS RECUSADOS: " WITH NO ADVANCING.
            DISPLAY WS-REJECTED-COUNT.
            DISPLAY "ENVIOS ACEITOS PARCIALMENTE: " WITH NO ADVANCING.
            DISPLAY WS-PARTIAL-COUNT.
            DISPLAY "ENVIOS SEM RETORNO NO PRAZO: " WITH NO ADVANCING.
            DISPLAY WS-OVERDUE-COUNT.
            MOVE WS-MATCHED-COUNT TO MATCHED-COUNT.
            COMPUTE REJECTED-COUNT =
                 WS-REJECTED-COUNT + WS-PARTIAL-COUNT.
            MOVE WS-OVERDUE-COUNT TO OVERDUE-COUNT.
            MOVE WS-LINE-COUNT TO RUNCTL-READ-COUNT.
            MOVE WS-MATCHED-COUNT TO RUNCTL-WRITTEN-COUNT.
            MOVE WS-UNMATCHED-COUNT TO RUNCTL-ERROR-COUNT.
            MOVE WS-PENDING-COUNT TO RUNCTL-SKIPPED-COUNT.
            MOVE "C" TO RUNCTL-FINAL-STATUS.
            MOVE "0" TO RESULT-CODE.
            PERFORM RUN-WRITE.
            PERFORM FILE-CLOSE.

       CONFIG-RESOLVE SECTION.
            MOVE "{{ ACKINFILE }}" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-ACK-PATH.
            MOVE "XMITREGFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-XMITREG-PATH.
            MOVE "ACKDLFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-ACKDL-PATH.
            MOVE "{{ REPORTFILE }}" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-REPORT-PATH.
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

       ACK-MATCH SECTION.
            OPEN INPUT ACK-FILE.
            IF ACK-STATUS NOT = "00"
                 DISPLAY "AVISO: NENHUM RETORNO DO PARCEIRO."
            ELSE
                 PERFORM ACK-READ
                 PERFORM ACK-MATCH-LOOP UNTIL ACK-STATUS NOT = "00".
            CLOSE ACK-FILE.

       ACK-READ SECTION.
            READ ACK-FILE.

       ACK-MATCH-LOOP SECTION.
            ADD 1 TO WS-LINE-COUNT.
            MOVE SPACES TO WS-ACK-TAG.
            MOVE SPACES TO WS-ACK-FILEID.
            MOVE SPACES TO WS-ACK-SEQ-X.
            MOVE SPACES TO WS-ACK-FIELD4.
            MOVE SPACES TO WS-ACK-FIELD5.
            UNSTRING ACK-LINE DELIMITED BY ";"
                 INTO WS-ACK-TAG WS-ACK-FILEID WS-ACK-SEQ-X
                      WS-ACK-FIELD4 WS-ACK-FIELD5.
            IF WS-ACK-TAG NOT = "A" AND WS-ACK-TAG NOT = "R"
                 AND WS-ACK-TAG NOT = "P"
                 MOVE "RETORNO INVALIDO" TO WS-FINDING
                 PERFORM ACK-UNMATCHED
            ELSE IF WS-ACK-SEQ-X NOT NUMERIC
                 MOVE "RETORNO INVALIDO" TO WS-FINDING
                 PERFORM ACK-UNMATCHED
            ELSE
                 MOVE WS-ACK-SEQ-X TO WS-ACK-SEQ
                 MOVE ACK-PARTNER-ID TO XMIT-PARTNER
                 MOVE WS-ACK-FILEID TO XMIT-FILE-ID
                 MOVE WS-ACK-SEQ TO XMIT-RUN-NUMBER
                 READ XMIT-FILE
                 IF XMITREG-STATUS = "00"
                      PERFORM ACK-APPLY
                 ELSE
                      MOVE "SEM REGISTRO" TO WS-FINDING
                      PERFORM ACK-UNMATCHED
                 END-IF.
            PERFORM ACK-READ.

       ACK-APPLY SECTION.
            MOVE FUNCTION CURRENT-DATE TO XMIT-ACK-TIMESTAMP.
            MOVE SPACES TO XMIT-ACK-REASON.
            MOVE 0 TO WS-ACK-COUNT.
            IF WS-ACK-TAG NOT = "R"
                 AND WS-ACK-FIELD4(1:9) NUMERIC
                 MOVE WS-ACK-FIELD4(1:9) TO WS-ACK-COUNT-X
            ELSE IF WS-ACK-TAG = "A"
                 MOVE XMIT-RECORD-COUNT TO WS-ACK-COUNT.
            IF WS-ACK-TAG = "R"
                 MOVE "R" TO XMIT-STATE
                 MOVE WS-ACK-FIELD4 TO XMIT-ACK-REASON
                 MOVE "RECUSADO" TO WS-FINDING
                 ADD 1 TO WS-REJECTED-COUNT
            ELSE IF WS-ACK-TAG = "P"
                 OR WS-ACK-COUNT < XMIT-RECORD-COUNT
                 MOVE "P" TO XMIT-STATE
                 MOVE WS-ACK-FIELD5 TO XMIT-ACK-REASON
                 MOVE "ACEITO PARCIALMENTE" TO WS-FINDING
                 ADD 1 TO WS-PARTIAL-COUNT
            ELSE
                 MOVE "A" TO XMIT-STATE
                 MOVE "ACEITO" TO WS-FINDING.
            MOVE WS-ACK-COUNT TO XMIT-ACK-COUNT.
            REWRITE XMIT-RECORD.
            IF XMITREG-STATUS NOT = "00"
                 DISPLAY "ERRO: REGISTRO DE ENVIO NAO ATUALIZADO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY XMITREG-STATUS WITH NO ADVANCING
                 DISPLAY "."
            ELSE
                 ADD 1 TO WS-MATCHED-COUNT.
            MOVE SPACES TO REPORT-LINE.
            STRING "RETORNO;" WS-FINDING ";" XMIT-PARTNER ";"
                 XMIT-FILE-ID ";" XMIT-RUN-NUMBER ";"
                 XMIT-RECORD-COUNT ";" XMIT-ACK-COUNT ";"
                 XMIT-ACK-REASON
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            IF XMIT-STATE = "R"
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "XREJ" TO EVENT-CODE
                 PERFORM EVENT-WRITE
            ELSE IF XMIT-STATE = "P"
                 PERFORM EVENT-INIT
                 MOVE "E" TO EVENT-SEVERITY
                 MOVE "XPAR" TO EVENT-CODE
                 PERFORM EVENT-WRITE.

       ACK-UNMATCHED SECTION.
            ADD 1 TO WS-UNMATCHED-COUNT.
            MOVE SPACES TO REPORT-LINE.
            STRING "RETORNO;" WS-FINDING ";" ACK-PARTNER-ID ";"
                 ACK-LINE
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO EVENT-RECORD.
            MOVE "ACKMATCH" TO EVENT-PROGRAM.
            MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP.
            MOVE "W" TO EVENT-SEVERITY.
            MOVE "XUNM" TO EVENT-CODE.
            MOVE ACK-PARTNER-ID TO EVENT-KEY.
            PERFORM EVENT-WRITE.

       OVERDUE-SCAN SECTION.
            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
            MOVE WS-NOW TO WS-TS.
            PERFORM TS-DECODE.
            MOVE WS-TS-INT TO WS-NOW-INT.
            MOVE WS-TS-SECS TO WS-NOW-SECS.
            MOVE LOW-VALUES TO XMIT-KEY.
            IF ACK-PARTNER-ID NOT = SPACES
                 MOVE ACK-PARTNER-ID TO XMIT-PARTNER.
            START XMIT-FILE KEY NOT LESS XMIT-KEY.
            IF XMITREG-STATUS = "00"
                 PERFORM OVERDUE-LOOP
                      UNTIL XMITREG-STATUS NOT = "00".

       OVERDUE-LOOP SECTION.
            READ XMIT-FILE NEXT.
            IF XMITREG-STATUS = "00"
                 AND ACK-PARTNER-ID NOT = SPACES
                 AND XMIT-PARTNER NOT = ACK-PARTNER-ID
                 MOVE "10" TO XMITREG-STATUS.
            IF XMITREG-STATUS = "00"
                 AND (XMIT-STATE = "S" OR XMIT-STATE = "O")
                 AND XMIT-SENT-TIMESTAMP(1:14) NUMERIC
                 PERFORM OVERDUE-CHECK.

       OVERDUE-CHECK SECTION.
            ADD 1 TO WS-PENDING-COUNT.
            PERFORM DEADLINE-FETCH.
            MOVE XMIT-SENT-TIMESTAMP TO WS-TS.
            PERFORM TS-DECODE.
            COMPUTE WS-WAITED =
                 (WS-NOW-INT - WS-TS-INT) * 86400
                 + WS-NOW-SECS - WS-TS-SECS.
            IF WS-WAITED > WS-DL-HOURS * 3600
                 COMPUTE WS-WAITED-HOURS = WS-WAITED / 3600
                 ADD 1 TO WS-OVERDUE-COUNT
                 MOVE SPACES TO REPORT-LINE
                 STRING "ATRASO;" XMIT-PARTNER ";" XMIT-FILE-ID ";"
                      XMIT-RUN-NUMBER ";" XMIT-SENT-TIMESTAMP(1:14)
                      ";" WS-WAITED-HOURS ";" WS-DL-HOURS
                      DELIMITED BY SIZE INTO REPORT-LINE
                 WRITE REPORT-LINE
                 IF XMIT-STATE = "S"
                      PERFORM OVERDUE-MARK
                 END-IF.

       OVERDUE-MARK SECTION.
            MOVE "O" TO XMIT-STATE.
            REWRITE XMIT-RECORD.
            IF XMITREG-STATUS NOT = "00"
                 DISPLAY "ERRO: REGISTRO DE ENVIO NAO ATUALIZADO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY XMITREG-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 MOVE "00" TO XMITREG-STATUS.
            PERFORM EVENT-INIT.
            MOVE "E" TO EVENT-SEVERITY.
            MOVE "XACK" TO EVENT-CODE.
            PERFORM EVENT-WRITE.

       DEADLINE-FETCH SECTION.
            IF XMIT-PARTNER NOT = WS-DL-PARTNER
                 MOVE XMIT-PARTNER TO WS-DL-PARTNER
                 MOVE WS-DEFAULT-HOURS TO WS-DL-HOURS
                 MOVE XMIT-PARTNER TO ADL-PARTNER-ID
                 READ ACKDL-FILE
                 IF ACKDL-STATUS = "00"
                      AND ADL-ACK-HOURS NUMERIC
                      AND ADL-ACK-HOURS > 0
                      MOVE ADL-ACK-HOURS TO WS-DL-HOURS
                 END-IF.

       TS-DECODE SECTION.
            MOVE WS-TS(1:8) TO WS-TS-DATE-9.
            COMPUTE WS-TS-INT =
                 FUNCTION INTEGER-OF-DATE(WS-TS-DATE-9).
            MOVE WS-TS(9:2) TO WS-TS-HH.
            MOVE WS-TS(11:2) TO WS-TS-MM.
            MOVE WS-TS(13:2) TO WS-TS-SS.
            COMPUTE WS-TS-SECS =
                 WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS.

       REPORT-HEADER SECTION.
            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
            MOVE SPACES TO REPORT-LINE.
            STRING "CONCILIACAO DE RETORNOS;" ACK-PARTNER-ID ";"
                 WS-NOW
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-TOTALS SECTION.
            MOVE SPACES TO REPORT-LINE.
            STRING "TOTAL;" WS-LINE-COUNT ";" WS-MATCHED-COUNT ";"
                 WS-UNMATCHED-COUNT ";" WS-REJECTED-COUNT ";"
                 WS-PARTIAL-COUNT ";" WS-PENDING-COUNT ";"
                 WS-OVERDUE-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       EVENT-INIT SECTION.
            MOVE SPACES TO EVENT-RECORD.
            MOVE "ACKMATCH" TO EVENT-PROGRAM.
            MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP.
            MOVE XMIT-PARTNER TO EVENT-KEY(1:8).
            MOVE XMIT-FILE-ID TO EVENT-KEY(9:12).

       EVENT-WRITE SECTION.
            OPEN EXTEND EVENT-FILE.
            IF EVENT-STATUS = "35"
                 OPEN OUTPUT EVENT-FILE.
            WRITE EVENT-RECORD.
            CLOSE EVENT-FILE.

       RUN-INIT SECTION.
            MOVE SPACES TO RUNCTL-RECORD.
            MOVE "ACKMATCH" TO RUNCTL-PROGRAM.
            MOVE FUNCTION CURRENT-DATE TO RUNCTL-START-TIMESTAMP.
            MOVE "{{ ACKINFILE }}" TO RUNCTL-DATAFILE.
            MOVE 0 TO RUNCTL-READ-COUNT.
            MOVE 0 TO RUNCTL-WRITTEN-COUNT.
            MOVE 0 TO RUNCTL-DELETED-COUNT.
            MOVE 0 TO RUNCTL-ERROR-COUNT.
            MOVE 0 TO RUNCTL-CLOSING-COUNT.
            MOVE ZERO TO RUNCTL-AMOUNT-TOTAL.
            MOVE 0 TO RUNCTL-SKIPPED-COUNT.
            MOVE "E" TO RUNCTL-FINAL-STATUS.

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
            OPEN I-O XMIT-FILE.
            IF XMITREG-STATUS NOT = "00"
                 OPEN OUTPUT XMIT-FILE
                 CLOSE XMIT-FILE
                 OPEN I-O XMIT-FILE.
            IF XMITREG-STATUS NOT = "00"
                 DISPLAY "ERRO: REGISTRO DE ENVIOS NAO ABERTO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY XMITREG-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 PERFORM RUN-WRITE
                 GOBACK.
            OPEN INPUT ACKDL-FILE.
            OPEN OUTPUT REPORT-FILE.
            IF REPORT-STATUS NOT = "00"
                 DISPLAY "ERRO: RELATORIO NAO ABERTO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY REPORT-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 CLOSE XMIT-FILE
                 CLOSE ACKDL-FILE
                 PERFORM RUN-WRITE
                 GOBACK.

       FILE-CLOSE SECTION.
            CLOSE XMIT-FILE.
            CLOSE ACKDL-FILE.
            CLOSE REPORT-FILE.
            GOBACK.
