            SELECT REJECT-FILE ASSIGN WS-REJECT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS REJECT-STATUS.
            SELECT EVENT-FILE ASSIGN WS-EVENT-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS EVENT-STATUS.
            SELECT XMIT-FILE ASSIGN WS-XMITREG-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS XMIT-KEY
                 FILE STATUS IS XMITREG-STATUS.

       DATA DIVISION.

       FD REJECT-FILE.
           COPY REJREC.

       FD EVENT-FILE.
           COPY EVTREC.

       FD XMIT-FILE.
           COPY XMITREG.

       WORKING-STORAGE SECTION.
       01   WS-RUNCTL-PATH              PIC X(100)
                                        VALUE "{{ REJECTFILE }}".
       01   WS-OPSREPORT-PATH           PIC X(100)
                                        VALUE "{{ OPSREPORTFILE }}".
       01   WS-EVENT-PATH               PIC X(100)
                                        VALUE "{{ EVENTFILE }}".
       01   WS-XMITREG-PATH             PIC X(100)
                                        VALUE "{{ XMITREGFILE }}".
       01   RUNCTL-STATUS               PIC X(02) VALUE SPACES.
       01   CHAIN-STATUS                PIC X(02) VALUE SPACES.
       01   REJECT-STATUS               PIC X(02) VALUE SPACES.
       01   EVENT-STATUS                PIC X(02) VALUE SPACES.
       01   XMITREG-STATUS              PIC X(02) VALUE SPACES.
       01   REPORT-LINE                 PIC X(132) VALUE SPACES.
       01   WS-JOB-COUNT                PIC 9(9) VALUE 0.
       01   WS-REJECT-COUNT             PIC 9(9) VALUE 0.
       01   WS-EVENT-COUNT              PIC 9(9) VALUE 0.
       01   WS-XMIT-COUNT               PIC 9(9) VALUE 0.
       01   WS-XMIT-SITUATION           PIC X(20) VALUE SPACES.
       01   WS-REJ-IX                   PIC 9(03) VALUE 0.
       01   WS-REJ-USED                 PIC 9(03) VALUE 0.
       01   WS-REJ-FOUND                PIC X(01) VALUE "N".
       01   WS-PART-IX                  PIC 9(03) VALUE 0.
       01   WS-PART-USED                PIC 9(03) VALUE 0.
       01   WS-PART-FOUND               PIC X(01) VALUE "N".
       01   WS-PART-PENDING             PIC 9(03) VALUE 0.
       01   WS-PART-TABLE.
            03 WS-PART-ENTRY            OCCURS 50.
               05 WS-PART-REF           PIC X(29).
               05 WS-PART-PROGRAM       PIC X(08).
               05 WS-PART-DATAFILE      PIC X(30).
               05 WS-PART-TALLY         PIC 9(03).
               05 WS-PART-READ          PIC 9(09).
               05 WS-PART-ERRORS        PIC 9(09).
               05 WS-PART-FAILED        PIC 9(03).
               05 WS-PART-DONE          PIC X(01).
       01   WS-REJ-TABLE.
            03 WS-REJ-ENTRY             OCCURS 100.
               05 WS-REJ-PROGRAM        PIC X(08).
               05 WS-REJ-REASON         PIC X(02).
               05 WS-REJ-TALLY          PIC 9(09).

       01   SPOOLSRV-ARGV.
            03 SPL-FILLER               PIC X(02).
            03 SPL-OPERATION            PIC X(01).
            03 SPL-REPORT               PIC X(08).
            03 SPL-DATAFILE             PIC X(30).
            03 SPL-TITLE                PIC X(40).
            03 SPL-RUN-DATE             PIC X(08).
            03 SPL-BUSINESS-DATE        PIC X(08).
            03 SPL-PAGE-SIZE            PIC 9(03).
            03 SPL-BURST                PIC X(01).
            03 SPL-PATH                 PIC X(100).
            03 SPL-BRANCH               PIC X(30).
            03 SPL-LINE                 PIC X(132).
            03 SPL-COUNT                PIC 9(09).
            03 SPL-AMOUNT               PIC S9(13)V99.
            03 SPL-RESULT               PIC X(01).

       01   CONFIGSRV-ARGV.
            03 CFGSRV-FILLER            PIC X(02).
            03 CFGSRV-LOGICAL           PIC X(30).
            03 RESULT-CODE              PIC X(01).
            03 JOBS-COUNT               PIC 9(9).
            03 REJECTS-COUNT            PIC 9(9).
            03 PAGE-SIZE                PIC 9(03).
            03 EVENTS-COUNT             PIC 9(9).
            03 XMIT-ISSUES-COUNT        PIC 9(9).

       PROCEDURE DIVISION USING ARGV.

            MOVE 0 TO REJECTS-COUNT.
            MOVE 0 TO WS-JOB-COUNT.
            MOVE 0 TO WS-REJECT-COUNT.
            MOVE 0 TO WS-EVENT-COUNT.
            MOVE 0 TO WS-XMIT-COUNT.
            MOVE 0 TO WS-REJ-USED.
            MOVE 0 TO WS-PART-USED.
            PERFORM FILE-OPEN.
            PERFORM REJECT-SCAN.
            PERFORM RUNCTL-REPORT.
            PERFORM PARTITION-REPORT.
            PERFORM CHAIN-REPORT.
            PERFORM EVENT-REPORT.
            PERFORM XMIT-REPORT.
            PERFORM REJECT-SUMMARY.
            MOVE WS-JOB-COUNT TO JOBS-COUNT.
            MOVE WS-REJECT-COUNT TO REJECTS-COUNT.
            MOVE WS-EVENT-COUNT TO EVENTS-COUNT.
            MOVE WS-XMIT-COUNT TO XMIT-ISSUES-COUNT.
            DISPLAY "EXECUCOES RELATADAS: " WITH NO ADVANCING.
            DISPLAY WS-JOB-COUNT.
            DISPLAY "REJEICOES DO DIA: " WITH NO ADVANCING.
            DISPLAY WS-REJECT-COUNT.
            DISPLAY "EVENTOS DE ERRO DO DIA: " WITH NO ADVANCING.
            DISPLAY WS-EVENT-COUNT.
            DISPLAY "ENVIOS COM PENDENCIA: " WITH NO ADVANCING.
            DISPLAY WS-XMIT-COUNT.
            MOVE "0" TO RESULT-CODE.
            PERFORM FILE-CLOSE.

            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-OPSREPORT-PATH.
            MOVE "EVENTFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-EVENT-PATH.
            MOVE "XMITREGFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-XMITREG-PATH.

       CONFIG-FETCH SECTION.
            MOVE SPACES TO CFGSRV-PATH.
            MOVE "1" TO CFGSRV-RESULT.
            CALL "CONFIGSRV" USING CONFIGSRV-ARGV.

       RUNCTL-REPORT SECTION.
            MOVE LOW-VALUES TO RUNCTL-KEY.
            MOVE OPS-DATE TO RUNCTL-KEY(1:8).
            START RUNCTL-FILE KEY NOT LESS RUNCTL-KEY.
            IF RUNCTL-STATUS = "00"
                 PERFORM RUNCTL-READ.
            PERFORM RUNCTL-LOOP UNTIL RUNCTL-STATUS NOT = "00"
                 OR RUNCTL-START-TIMESTAMP(1:8) NOT = OPS-DATE.

       RUNCTL-LOOP SECTION.
            IF RUNCTL-FINAL-STATUS = "P"
                 PERFORM PARTITION-TALLY
                 PERFORM RUNCTL-READ
            ELSE
                 PERFORM JOB-PAGE-LOOP.

       RUNCTL-READ SECTION.
            READ RUNCTL-FILE NEXT IGNORE LOCK.

       JOB-PAGE-LOOP SECTION.
            ADD 1 TO WS-JOB-COUNT.
            MOVE ALL "=" TO REPORT-LINE.
            PERFORM SPOOL-WRITE.
            MOVE SPACES TO REPORT-LINE.
            STRING "PROGRAMA " RUNCTL-PROGRAM
                 " ARQUIVO " RUNCTL-DATAFILE
                 DELIMITED BY SIZE INTO REPORT-LINE.
            PERFORM SPOOL-WRITE.
            MOVE SPACES TO REPORT-LINE.
            STRING "INICIO " RUNCTL-START-TIMESTAMP(1:14)
                 " FIM " RUNCTL-END-TIMESTAMP(1:14)
                 DELIMITED BY SIZE INTO REPORT-LINE.
            PERFORM SPOOL-WRITE.
            MOVE SPACES TO REPORT-LINE.
            STRING "LIDOS " RUNCTL-READ-COUNT
                 " GRAVADOS " RUNCTL-WRITTEN-COUNT
                 " EXCLUIDOS " RUNCTL-DELETED-COUNT
                 " ERROS " RUNCTL-ERROR-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE.
            PERFORM SPOOL-WRITE.
            MOVE SPACES TO REPORT-LINE.
            IF RUNCTL-FINAL-STATUS = "C"
                 STRING "SITUACAO FINAL: CONCLUIDO"
                 STRING "SITUACAO FINAL: EM ERRO ("
                      RUNCTL-FINAL-STATUS ")"
                      DELIMITED BY SIZE INTO REPORT-LINE.
            PERFORM SPOOL-WRITE.
            IF RUNCTL-REFERENCE-KEY NOT = SPACES
                 PERFORM PARTITION-LINE.
            PERFORM JOB-REJECT-LINES.
            PERFORM RUNCTL-READ.

       PARTITION-TALLY SECTION.
            PERFORM PARTITION-FIND.
            IF WS-PART-FOUND = "N" AND WS-PART-USED < 50
                 ADD 1 TO WS-PART-USED
                 MOVE WS-PART-USED TO WS-PART-IX
                 MOVE RUNCTL-REFERENCE-KEY TO WS-PART-REF(WS-PART-IX)
                 MOVE RUNCTL-PROGRAM TO WS-PART-PROGRAM(WS-PART-IX)
                 MOVE RUNCTL-DATAFILE TO WS-PART-DATAFILE(WS-PART-IX)
                 MOVE 0 TO WS-PART-TALLY(WS-PART-IX)
                 MOVE 0 TO WS-PART-READ(WS-PART-IX)
                 MOVE 0 TO WS-PART-ERRORS(WS-PART-IX)
                 MOVE 0 TO WS-PART-FAILED(WS-PART-IX)
                 MOVE "N" TO WS-PART-DONE(WS-PART-IX)
                 MOVE "Y" TO WS-PART-FOUND.
            IF WS-PART-FOUND = "Y"
                 ADD 1 TO WS-PART-TALLY(WS-PART-IX)
                 ADD RUNCTL-READ-COUNT TO WS-PART-READ(WS-PART-IX)
                 ADD RUNCTL-ERROR-COUNT TO WS-PART-ERRORS(WS-PART-IX).

       PARTITION-FIND SECTION.
            MOVE "N" TO WS-PART-FOUND.
            MOVE 1 TO WS-PART-IX.
            PERFORM PARTITION-FIND-STEP
                 UNTIL WS-PART-IX > WS-PART-USED
                 OR WS-PART-FOUND = "Y".

       PARTITION-FIND-STEP SECTION.
            IF WS-PART-REF(WS-PART-IX) = RUNCTL-REFERENCE-KEY
                 AND WS-PART-PROGRAM(WS-PART-IX) = RUNCTL-PROGRAM
                 AND WS-PART-DATAFILE(WS-PART-IX) = RUNCTL-DATAFILE
                 MOVE "Y" TO WS-PART-FOUND
            ELSE
                 ADD 1 TO WS-PART-IX.

       PARTITION-LINE SECTION.
            PERFORM PARTITION-FIND.
            IF WS-PART-FOUND = "Y" AND RUNCTL-FINAL-STATUS = "C"
                 MOVE "Y" TO WS-PART-DONE(WS-PART-IX)
                 MOVE SPACES TO REPORT-LINE
                 STRING "EXECUCAO PARTICIONADA: "
                      WS-PART-TALLY(WS-PART-IX) " PARTICOES"
                      " LIDOS " WS-PART-READ(WS-PART-IX)
                      " ERROS " WS-PART-ERRORS(WS-PART-IX)
                      DELIMITED BY SIZE INTO REPORT-LINE
                 PERFORM SPOOL-WRITE
            ELSE IF WS-PART-FOUND = "Y"
                 ADD 1 TO WS-PART-FAILED(WS-PART-IX)
                 MOVE SPACES TO REPORT-LINE
                 STRING "EXECUCAO PARTICIONADA COM FALHA: PLANO "
                      WS-PART-REF(WS-PART-IX)(1:14)
                      DELIMITED BY SIZE INTO REPORT-LINE
                 PERFORM SPOOL-WRITE.

       PARTITION-REPORT SECTION.
            MOVE 0 TO WS-PART-PENDING.
            MOVE 1 TO WS-PART-IX.
            PERFORM PARTITION-PENDING-STEP
                 UNTIL WS-PART-IX > WS-PART-USED.

       PARTITION-PENDING-STEP SECTION.
            IF WS-PART-DONE(WS-PART-IX) = "N"
                 IF WS-PART-PENDING = 0
                      MOVE ALL "=" TO REPORT-LINE
                      PERFORM SPOOL-WRITE
                      MOVE "PARTICOES NAO CONSOLIDADAS" TO REPORT-LINE
                      PERFORM SPOOL-WRITE
                 END-IF
                 ADD 1 TO WS-PART-PENDING
                 MOVE SPACES TO REPORT-LINE
                 STRING "PROGRAMA " WS-PART-PROGRAM(WS-PART-IX)
                      " ARQUIVO " WS-PART-DATAFILE(WS-PART-IX)
                      " PLANO " WS-PART-REF(WS-PART-IX)(1:14)
                      " PARTICOES " WS-PART-TALLY(WS-PART-IX)
                      " FALHAS " WS-PART-FAILED(WS-PART-IX)
                      DELIMITED BY SIZE INTO REPORT-LINE
                 PERFORM SPOOL-WRITE.
            ADD 1 TO WS-PART-IX.

       JOB-REJECT-LINES SECTION.
            MOVE 1 TO WS-REJ-IX.
            PERFORM JOB-REJECT-LINE-STEP
                      WS-REJ-REASON(WS-REJ-IX) ": "
                      WS-REJ-TALLY(WS-REJ-IX)
                      DELIMITED BY SIZE INTO REPORT-LINE
                 PERFORM SPOOL-WRITE.
            ADD 1 TO WS-REJ-IX.

       CHAIN-REPORT SECTION.
            MOVE ALL "=" TO REPORT-LINE.
            PERFORM SPOOL-WRITE.
            MOVE "SITUACAO DAS CADEIAS" TO REPORT-LINE.
            PERFORM SPOOL-WRITE.
            OPEN INPUT CHAIN-FILE.
            IF CHAIN-STATUS NOT = "00"
                 MOVE "NENHUM ARQUIVO DE CADEIA." TO REPORT-LINE
                 PERFORM SPOOL-WRITE
            ELSE
                 MOVE LOW-VALUES TO CHAIN-NAME
                 START CHAIN-FILE KEY NOT LESS CHAIN-NAME
                      STRING "CADEIA " CHAIN-NAME " CONCLUIDA"
                           DELIMITED BY SIZE INTO REPORT-LINE
                 END-IF
                 PERFORM SPOOL-WRITE.

       EVENT-REPORT SECTION.
            MOVE ALL "=" TO REPORT-LINE.
            PERFORM SPOOL-WRITE.
            MOVE "EVENTOS DE ERRO DO DIA" TO REPORT-LINE.
            PERFORM SPOOL-WRITE.
            OPEN INPUT EVENT-FILE.
            IF EVENT-STATUS = "00"
                 PERFORM EVENT-READ
                 PERFORM EVENT-LOOP UNTIL EVENT-STATUS NOT = "00".
            CLOSE EVENT-FILE.
            IF WS-EVENT-COUNT = 0
                 MOVE "NENHUM EVENTO DE ERRO." TO REPORT-LINE
                 PERFORM SPOOL-WRITE.

       EVENT-READ SECTION.
            READ EVENT-FILE.

       EVENT-LOOP SECTION.
            IF EVENT-SEVERITY = "E"
                 AND EVENT-TIMESTAMP(1:8) = OPS-DATE
                 ADD 1 TO WS-EVENT-COUNT
                 MOVE SPACES TO REPORT-LINE
                 STRING "EVENTO " EVENT-CODE
                      " PROGRAMA " EVENT-PROGRAM
                      " CHAVE " EVENT-KEY
                      " EM " EVENT-TIMESTAMP(1:14)
                      DELIMITED BY SIZE INTO REPORT-LINE
                 PERFORM SPOOL-WRITE.
            PERFORM EVENT-READ.

       XMIT-REPORT SECTION.
            MOVE ALL "=" TO REPORT-LINE.
            PERFORM SPOOL-WRITE.
            MOVE "ENVIOS A PARCEIROS COM PENDENCIA" TO REPORT-LINE.
            PERFORM SPOOL-WRITE.
            OPEN INPUT XMIT-FILE.
            IF XMITREG-STATUS = "00"
                 MOVE LOW-VALUES TO XMIT-KEY
                 START XMIT-FILE KEY NOT LESS XMIT-KEY
                 IF XMITREG-STATUS = "00"
                      PERFORM XMIT-LOOP
                           UNTIL XMITREG-STATUS NOT = "00"
                 END-IF
                 CLOSE XMIT-FILE.
            IF WS-XMIT-COUNT = 0
                 MOVE "NENHUM ENVIO PENDENTE." TO REPORT-LINE
                 PERFORM SPOOL-WRITE.

       XMIT-LOOP SECTION.
            READ XMIT-FILE NEXT IGNORE LOCK.
            MOVE SPACES TO WS-XMIT-SITUATION.
            IF XMITREG-STATUS = "00"
                 IF XMIT-STATE = "O"
                      MOVE "SEM RETORNO NO PRAZO" TO WS-XMIT-SITUATION
                 ELSE IF XMIT-ACK-TIMESTAMP(1:8) = OPS-DATE
                      AND XMIT-STATE = "R"
                      MOVE "RECUSADO" TO WS-XMIT-SITUATION
                 ELSE IF XMIT-ACK-TIMESTAMP(1:8) = OPS-DATE
                      AND XMIT-STATE = "P"
                      MOVE "ACEITO PARCIALMENTE" TO WS-XMIT-SITUATION
                 END-IF.
            IF WS-XMIT-SITUATION NOT = SPACES
                 ADD 1 TO WS-XMIT-COUNT
                 MOVE SPACES TO REPORT-LINE
                 STRING "PARCEIRO " XMIT-PARTNER
                      " ARQUIVO " XMIT-FILE-ID
                      " EXECUCAO " XMIT-RUN-NUMBER
                      " " WS-XMIT-SITUATION
                      " ENVIADO " XMIT-SENT-TIMESTAMP(1:14)
                      DELIMITED BY SIZE INTO REPORT-LINE
                 PERFORM SPOOL-WRITE.

       REJECT-SCAN SECTION.
            OPEN INPUT REJECT-FILE.

       REJECT-SUMMARY SECTION.
            MOVE ALL "=" TO REPORT-LINE.
            PERFORM SPOOL-WRITE.
            MOVE "RESUMO DE REJEICOES DO DIA" TO REPORT-LINE.
            PERFORM SPOOL-WRITE.
            IF WS-REJ-USED = 0
                 MOVE "NENHUMA REJEICAO." TO REPORT-LINE
                 PERFORM SPOOL-WRITE.
            MOVE 1 TO WS-REJ-IX.
            PERFORM REJECT-SUMMARY-STEP
                 UNTIL WS-REJ-IX > WS-REJ-USED.
                 " MOTIVO " WS-REJ-REASON(WS-REJ-IX)
                 " TOTAL " WS-REJ-TALLY(WS-REJ-IX)
                 DELIMITED BY SIZE INTO REPORT-LINE.
            PERFORM SPOOL-WRITE.
            ADD 1 TO WS-REJ-IX.

       FILE-OPEN SECTION.
                 DISPLAY RUNCTL-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 GOBACK.
            PERFORM SPOOL-OPEN.

       SPOOL-OPEN SECTION.
            MOVE SPACES TO SPOOLSRV-ARGV.
            MOVE "O" TO SPL-OPERATION.
            MOVE "DAILYOPS" TO SPL-REPORT.
            MOVE "RELATORIO DE OPERACOES" TO SPL-TITLE.
            MOVE OPS-DATE TO SPL-BUSINESS-DATE.
            MOVE 0 TO SPL-PAGE-SIZE.
            IF PAGE-SIZE NUMERIC
                 MOVE PAGE-SIZE TO SPL-PAGE-SIZE.
            MOVE "N" TO SPL-BURST.
            MOVE WS-OPSREPORT-PATH TO SPL-PATH.
            CALL "SPOOLSRV" USING SPOOLSRV-ARGV.
            IF SPL-RESULT NOT = "0"
                 DISPLAY "ERRO: RELATORIO NAO GERADO."
                 CLOSE RUNCTL-FILE
                 GOBACK.

       SPOOL-WRITE SECTION.
            MOVE REPORT-LINE TO SPL-LINE.
            MOVE "L" TO SPL-OPERATION.
            CALL "SPOOLSRV" USING SPOOLSRV-ARGV.

       FILE-CLOSE SECTION.
            CLOSE RUNCTL-FILE.
            MOVE "C" TO SPL-OPERATION.
            MOVE WS-JOB-COUNT TO SPL-COUNT.
            MOVE ZERO TO SPL-AMOUNT.
            CALL "SPOOLSRV" USING SPOOLSRV-ARGV.
            GOBACK.
