                 ACCESS IS  DYNAMIC
                 RECORD KEY IS RUNCTL-KEY
                 FILE STATUS IS RUNCTL-STATUS.
            SELECT PARTITION-FILE ASSIGN WS-PARTITION-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS PRT-KEY
                 FILE STATUS IS PARTITION-STATUS.
            SELECT PARTIAL-FILE ASSIGN WS-PARTIAL-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS PARTIAL-STATUS.

       DATA DIVISION.

       FD RUNCTL-FILE.
           COPY RUNCTL.

       FD PARTITION-FILE.
           COPY PARTREC.

       FD PARTIAL-FILE.
       01   PARTIAL-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01   WS-DATA-PATH                PIC X(100)
                                        VALUE "{{ DATAFILE }}".
                                        VALUE "{{ REJECTFILE }}".
       01   WS-RUNCTL-PATH              PIC X(100)
                                        VALUE "{{ RUNCTLFILE }}".
       01   WS-PARTITION-PATH           PIC X(100)
                                        VALUE "{{ PARTITIONFILE }}".
       01   WS-PARTIAL-BASE             PIC X(100)
                                        VALUE "{{ PARTIALFILE }}".
       01   WS-PARTIAL-PATH             PIC X(100) VALUE SPACES.
       01   FILE-STATUS                 PIC X(02) VALUE SPACES.
       01   REPORT-STATUS               PIC X(02) VALUE SPACES.
       01   REJECT-STATUS               PIC X(02) VALUE SPACES.
       01   RUNCTL-STATUS               PIC X(02) VALUE SPACES.
       01   PARTITION-STATUS            PIC X(02) VALUE SPACES.
       01   PARTIAL-STATUS              PIC X(02) VALUE SPACES.
       01   WS-VALID                    PIC X(01) VALUE "Y".
       01   WS-SCANNED-COUNT            PIC 9(9) VALUE 0.
       01   WS-VIOLATION-COUNT          PIC 9(9) VALUE 0.
       01   WS-FROM-START               PIC X(01) VALUE "Y".
       01   WS-OPEN-END                 PIC X(01) VALUE "Y".
       01   WS-LOW-WORK.
            03 WS-LOW-VALUE             {{ KEYPIC }}.
       01   WS-HIGH-WORK.
            03 WS-HIGH-VALUE            {{ KEYPIC }}.
       01   WS-RUN-ID                   PIC X(29) VALUE SPACES.
       01   WS-RUN-RETRY                PIC 9(03) VALUE 0.
       01   WS-RUN-HUNDREDTHS           PIC 9(02) VALUE 0.
       01   WS-RUN-RELINK               PIC X(01) VALUE "N".
       01   WS-PART-IX                  PIC 9(02) VALUE 0.
       01   WS-PART-COUNT               PIC 9(02) VALUE 0.
       01   WS-PART-PENDING             PIC 9(02) VALUE 0.
       01   WS-PART-MERGED              PIC 9(02) VALUE 0.
       01   WS-PART-MISSING             PIC 9(02) VALUE 0.
       01   WS-PART-CLOSING             PIC 9(9) VALUE 0.
       01   CONFIGSRV-ARGV.
            03 CFGSRV-FILLER            PIC X(02).
            03 CFGSRV-LOGICAL           PIC X(30).
            03 RESULT-CODE              PIC X(01).
            03 SCANNED-COUNT            PIC 9(9).
            03 VIOLATION-COUNT          PIC 9(9).
            03 PART-MODE                PIC X(01).
            03 PART-NUMBER              PIC 9(02).

       PROCEDURE DIVISION USING ARGV.

            MOVE 0 TO WS-SCANNED-COUNT.
            MOVE 0 TO WS-VIOLATION-COUNT.
            PERFORM RUN-INIT.
            IF PART-MODE = "M"
                 PERFORM PARTITION-MERGE.
            IF PART-MODE = "P"
                 PERFORM PARTITION-BEGIN.
            PERFORM FILE-OPEN.
            PERFORM FILE-START.
            IF FILE-STATUS = "00"
                 PERFORM FILE-READ.
            PERFORM SWEEP-LOOP UNTIL FILE-STATUS NOT = "00".
            MOVE WS-SCANNED-COUNT TO RUNCTL-READ-COUNT.
            MOVE WS-VIOLATION-COUNT TO RUNCTL-ERROR-COUNT.
            MOVE WS-SCANNED-COUNT TO RUNCTL-CLOSING-COUNT.
            IF PART-MODE = "P"
                 PERFORM PARTITION-END.
            PERFORM RUN-WRITE.
            PERFORM FILE-CLOSE.

            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-RUNCTL-PATH.
            MOVE "PARTITIONFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-PARTITION-PATH.
            MOVE "PARTIALFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-PARTIAL-BASE.

       CONFIG-FETCH SECTION.
            MOVE SPACES TO CFGSRV-PATH.
            MOVE "1" TO CFGSRV-RESULT.
            CALL "CONFIGSRV" USING CONFIGSRV-ARGV.

       FILE-START SECTION.
            MOVE LOW-VALUES TO {{ KEYNAME }}.
            IF WS-FROM-START = "N"
                 MOVE WS-LOW-VALUE TO {{ KEYNAME }}.
            START FILE-NAME KEY NOT LESS {{ SUPERKEYNAME }}.

       FILE-READ SECTION.
            READ FILE-NAME NEXT IGNORE LOCK.
            IF FILE-STATUS = "00" AND WS-OPEN-END = "N"
                 AND {{ KEYNAME }} NOT < WS-HIGH-VALUE
                 MOVE "10" TO FILE-STATUS.

       SWEEP-LOOP SECTION.
            ADD 1 TO WS-SCANNED-COUNT.
            WRITE REJECT-RECORD.
            CLOSE REJECT-FILE.

       PARTITION-BEGIN SECTION.
            OPEN I-O PARTITION-FILE.
            MOVE "{{ DATAFILE }}" TO PRT-DATAFILE.
            MOVE "SWEEP" TO PRT-PROGRAM.
            MOVE PART-NUMBER TO PRT-NUMBER.
            READ PARTITION-FILE.
            IF PARTITION-STATUS NOT = "00"
                 DISPLAY "ERRO: PARTICAO NAO CADASTRADA. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY PARTITION-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 CLOSE PARTITION-FILE
                 PERFORM RUN-WRITE
                 GOBACK.
            IF PRT-STATUS = "C" OR PRT-STATUS = "M"
                 DISPLAY "PARTICAO JA CONCLUIDA."
                 MOVE "2" TO RESULT-CODE
                 CLOSE PARTITION-FILE
                 GOBACK.
            IF PRT-LOW-KEY NOT = SPACES
                 MOVE "N" TO WS-FROM-START
                 MOVE PRT-LOW-KEY TO WS-LOW-WORK.
            IF PRT-HIGH-KEY NOT = SPACES
                 MOVE "N" TO WS-OPEN-END
                 MOVE PRT-HIGH-KEY TO WS-HIGH-WORK.
            MOVE PRT-RUN-ID TO RUNCTL-REFERENCE-KEY.
            MOVE "R" TO PRT-STATUS.
            MOVE FUNCTION CURRENT-DATE TO PRT-TIMESTAMP.
            REWRITE PARTITION-RECORD.
            CLOSE PARTITION-FILE.
            MOVE PART-NUMBER TO WS-PART-IX.
            PERFORM PARTIAL-PATH-BUILD.
            MOVE WS-PARTIAL-PATH TO WS-REPORT-PATH.

       PARTITION-END SECTION.
            OPEN I-O PARTITION-FILE.
            MOVE "{{ DATAFILE }}" TO PRT-DATAFILE.
            MOVE "SWEEP" TO PRT-PROGRAM.
            MOVE PART-NUMBER TO PRT-NUMBER.
            READ PARTITION-FILE.
            IF PARTITION-STATUS = "00"
                 IF RUNCTL-FINAL-STATUS = "C"
                      MOVE "C" TO PRT-STATUS
                 ELSE
                      MOVE "E" TO PRT-STATUS
                 END-IF
                 MOVE RUNCTL-KEY TO PRT-RUNCTL-KEY
                 MOVE RUNCTL-READ-COUNT TO PRT-READ-COUNT
                 MOVE RUNCTL-ERROR-COUNT TO PRT-ERROR-COUNT
                 MOVE RUNCTL-CLOSING-COUNT TO PRT-CLOSING-COUNT
                 MOVE FUNCTION CURRENT-DATE TO PRT-TIMESTAMP
                 REWRITE PARTITION-RECORD.
            CLOSE PARTITION-FILE.
            IF RUNCTL-FINAL-STATUS = "C"
                 MOVE "P" TO RUNCTL-FINAL-STATUS.

       PARTIAL-PATH-BUILD SECTION.
            MOVE SPACES TO WS-PARTIAL-PATH.
            STRING WS-PARTIAL-BASE DELIMITED BY SPACE
                 ".SWEEP." WS-PART-IX
                 DELIMITED BY SIZE INTO WS-PARTIAL-PATH.

       PARTITION-MERGE SECTION.
            PERFORM MERGE-VERIFY.
            IF WS-PART-COUNT = 0
                 DISPLAY "ERRO: NENHUMA PARTICAO CADASTRADA."
                 GOBACK.
            IF WS-PART-MERGED = WS-PART-COUNT
                 DISPLAY "EXECUCAO PARTICIONADA JA CONSOLIDADA."
                 MOVE "2" TO RESULT-CODE
                 GOBACK.
            IF WS-PART-PENDING > 0
                 DISPLAY "ERRO: PARTICOES NAO CONCLUIDAS: "
                      WITH NO ADVANCING
                 DISPLAY WS-PART-PENDING WITH NO ADVANCING
                 DISPLAY "."
                 GOBACK.
            MOVE WS-RUN-ID TO RUNCTL-REFERENCE-KEY.
            OPEN OUTPUT REPORT-FILE.
            MOVE 0 TO WS-PART-MISSING.
            MOVE 1 TO WS-PART-IX.
            PERFORM MERGE-PARTIAL UNTIL WS-PART-IX > WS-PART-COUNT.
            CLOSE REPORT-FILE.
            DISPLAY "PARTICOES CONSOLIDADAS: " WITH NO ADVANCING.
            DISPLAY WS-PART-COUNT.
            DISPLAY "REGISTROS VERIFICADOS: " WITH NO ADVANCING.
            DISPLAY WS-SCANNED-COUNT.
            DISPLAY "REGISTROS COM VIOLACAO: " WITH NO ADVANCING.
            DISPLAY WS-VIOLATION-COUNT.
            IF WS-PART-MISSING = 0
                 PERFORM MERGE-MARK
                 MOVE "C" TO RUNCTL-FINAL-STATUS
                 MOVE "0" TO RESULT-CODE.
            MOVE WS-SCANNED-COUNT TO SCANNED-COUNT.
            MOVE WS-VIOLATION-COUNT TO VIOLATION-COUNT.
            MOVE WS-SCANNED-COUNT TO RUNCTL-READ-COUNT.
            MOVE WS-VIOLATION-COUNT TO RUNCTL-ERROR-COUNT.
            MOVE WS-PART-CLOSING TO RUNCTL-CLOSING-COUNT.
            PERFORM RUN-WRITE.
            GOBACK.

       MERGE-VERIFY SECTION.
            MOVE 0 TO WS-PART-COUNT.
            MOVE 0 TO WS-PART-PENDING.
            MOVE 0 TO WS-PART-MERGED.
            MOVE 0 TO WS-PART-CLOSING.
            OPEN INPUT PARTITION-FILE.
            PERFORM PARTITION-START.
            IF PARTITION-STATUS = "00"
                 PERFORM MERGE-VERIFY-LOOP
                      UNTIL PARTITION-STATUS NOT = "00".
            CLOSE PARTITION-FILE.

       MERGE-VERIFY-LOOP SECTION.
            PERFORM PARTITION-READ.
            IF PARTITION-STATUS = "00"
                 ADD 1 TO WS-PART-COUNT
                 MOVE PRT-RUN-ID TO WS-RUN-ID
                 ADD PRT-READ-COUNT TO WS-SCANNED-COUNT
                 ADD PRT-ERROR-COUNT TO WS-VIOLATION-COUNT
                 ADD PRT-CLOSING-COUNT TO WS-PART-CLOSING
                 IF PRT-STATUS = "M"
                      ADD 1 TO WS-PART-MERGED
                 ELSE IF PRT-STATUS NOT = "C"
                      OR PRT-NUMBER NOT = WS-PART-COUNT
                      ADD 1 TO WS-PART-PENDING
                      DISPLAY "PARTICAO PENDENTE " WITH NO ADVANCING
                      DISPLAY PRT-NUMBER WITH NO ADVANCING
                      DISPLAY " SITUACAO " WITH NO ADVANCING
                      DISPLAY PRT-STATUS.

       PARTITION-START SECTION.
            MOVE "{{ DATAFILE }}" TO PRT-DATAFILE.
            MOVE "SWEEP" TO PRT-PROGRAM.
            MOVE 0 TO PRT-NUMBER.
            START PARTITION-FILE KEY NOT LESS PRT-KEY.

       PARTITION-READ SECTION.
            READ PARTITION-FILE NEXT.
            IF PARTITION-STATUS = "00"
                 AND (PRT-DATAFILE NOT = "{{ DATAFILE }}"
                      OR PRT-PROGRAM NOT = "SWEEP")
                 MOVE "10" TO PARTITION-STATUS.

       MERGE-PARTIAL SECTION.
            PERFORM PARTIAL-PATH-BUILD.
            OPEN INPUT PARTIAL-FILE.
            IF PARTIAL-STATUS NOT = "00"
                 ADD 1 TO WS-PART-MISSING
                 DISPLAY "ERRO: SAIDA PARCIAL NAO ABERTA. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY PARTIAL-STATUS WITH NO ADVANCING
                 DISPLAY "."
            ELSE
                 PERFORM PARTIAL-READ
                 PERFORM PARTIAL-COPY-LOOP
                      UNTIL PARTIAL-STATUS NOT = "00"
                 CLOSE PARTIAL-FILE.
            ADD 1 TO WS-PART-IX.

       PARTIAL-READ SECTION.
            READ PARTIAL-FILE.

       PARTIAL-COPY-LOOP SECTION.
            MOVE PARTIAL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM PARTIAL-READ.

       MERGE-MARK SECTION.
            OPEN I-O PARTITION-FILE.
            PERFORM PARTITION-START.
            IF PARTITION-STATUS = "00"
                 PERFORM MERGE-MARK-LOOP
                      UNTIL PARTITION-STATUS NOT = "00".
            CLOSE PARTITION-FILE.

       MERGE-MARK-LOOP SECTION.
            PERFORM PARTITION-READ.
            IF PARTITION-STATUS = "00"
                 MOVE "M" TO PRT-STATUS
                 MOVE FUNCTION CURRENT-DATE TO PRT-TIMESTAMP
                 REWRITE PARTITION-RECORD.

       RUN-INIT SECTION.
            MOVE SPACES TO RUNCTL-RECORD.
            MOVE "SWEEP" TO RUNCTL-PROGRAM.
            MOVE 0 TO RUNCTL-ERROR-COUNT.
            MOVE 0 TO RUNCTL-CLOSING-COUNT.
            MOVE ZERO TO RUNCTL-AMOUNT-TOTAL.
            MOVE 0 TO RUNCTL-SKIPPED-COUNT.
            MOVE "E" TO RUNCTL-FINAL-STATUS.

       RUN-WRITE SECTION.
                 OPEN OUTPUT RUNCTL-FILE
                 CLOSE RUNCTL-FILE
                 OPEN I-O RUNCTL-FILE.
            MOVE 0 TO WS-RUN-RETRY.
            MOVE "N" TO WS-RUN-RELINK.
            WRITE RUNCTL-RECORD.
            PERFORM RUN-WRITE-RETRY
                 UNTIL RUNCTL-STATUS NOT = "22"
                 OR WS-RUN-RETRY > 98.
            IF RUNCTL-STATUS NOT = "00"
                 DISPLAY "ERRO: CONTROLE DE EXECUCAO NAO GRAVADO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY RUNCTL-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 MOVE "1" TO RESULT-CODE
            ELSE IF WS-RUN-RETRY > 0 AND PART-MODE = "P"
                 MOVE "Y" TO WS-RUN-RELINK.
            CLOSE RUNCTL-FILE.
            IF WS-RUN-RELINK = "Y"
                 PERFORM PARTITION-RELINK.

       RUN-WRITE-RETRY SECTION.
            ADD 1 TO WS-RUN-RETRY.
            MOVE RUNCTL-START-TIMESTAMP(15:2) TO WS-RUN-HUNDREDTHS.
            IF WS-RUN-HUNDREDTHS = 99
                 MOVE 0 TO WS-RUN-HUNDREDTHS
            ELSE
                 ADD 1 TO WS-RUN-HUNDREDTHS.
            MOVE WS-RUN-HUNDREDTHS TO RUNCTL-START-TIMESTAMP(15:2).
            WRITE RUNCTL-RECORD.

       PARTITION-RELINK SECTION.
            OPEN I-O PARTITION-FILE.
            MOVE "{{ DATAFILE }}" TO PRT-DATAFILE.
            MOVE "SWEEP" TO PRT-PROGRAM.
            MOVE PART-NUMBER TO PRT-NUMBER.
            READ PARTITION-FILE.
            IF PARTITION-STATUS = "00"
                 MOVE RUNCTL-KEY TO PRT-RUNCTL-KEY
                 REWRITE PARTITION-RECORD.
            CLOSE PARTITION-FILE.

       FILE-OPEN SECTION.
            OPEN INPUT FILE-NAME.
