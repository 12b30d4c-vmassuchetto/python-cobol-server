       $set ANIM
       $set ANS85
       $set AUTOLOCK
       $set BELL
       $set FILESHARE
       $set NOWARNING
       $set WRITETHROUGH
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEALSRV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
            SELECT SEALCTL-FILE ASSIGN WS-SEALCTL-PATH
                 ORGANIZATION IS  INDEXED
                 ACCESS IS  DYNAMIC
                 RECORD KEY IS SCT-PATH
                 FILE STATUS IS SEALCTL-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD SEALCTL-FILE.
           COPY SEALCTL.

       WORKING-STORAGE SECTION.
       01   WS-SEALCTL-PATH             PIC X(100)
                                        VALUE "{{ SEALCTLFILE }}".
       01   SEALCTL-STATUS              PIC X(02) VALUE SPACES.
       01   WS-FOUND                    PIC X(01) VALUE "N".
       01   WS-HASH                     PIC 9(10) VALUE 0.
       01   WS-WORK                     PIC 9(18) VALUE 0.
       01   WS-QUOTIENT                 PIC 9(18) VALUE 0.
       01   WS-MODULUS                  PIC 9(10) VALUE 4294967291.
       01   WS-DATA-MAX                 PIC 9(05) VALUE 4000.
       01   WS-DATA-LEN                 PIC 9(05) VALUE 0.
       01   WS-TRAIL                    PIC 9(05) VALUE 0.
       01   WS-POS                      PIC 9(05) VALUE 0.
       01   WS-PENDING                  PIC X(01) VALUE "N".
       01   WS-PENDING-PATH             PIC X(100) VALUE SPACES.
       01   WS-PENDING-SEQUENCE         PIC 9(09) VALUE 0.
       01   WS-PENDING-CHECK            PIC 9(10) VALUE 0.
       01   WS-LOCK-RETRIES             PIC 9(02) VALUE 30.
       01   WS-LOCK-WAIT                PIC 9(02) VALUE 1.
       01   WS-RETRY-ATTEMPTS           PIC 9(02) VALUE 0.
       01   CONFIGSRV-ARGV.
            03 CFGSRV-FILLER            PIC X(02).
            03 CFGSRV-LOGICAL           PIC X(30).
            03 CFGSRV-PATH              PIC X(100).
            03 CFGSRV-RESULT            PIC X(01).

       LINKAGE SECTION.
       01   ARGV.
            03 FILLER                   PIC X(02).
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

       PROCEDURE DIVISION USING ARGV.

       BEGIN.
            MOVE "1" TO SEAL-RESULT.
            IF SEAL-OPERATION = "C"
                 PERFORM CHECK-COMPUTE
                 MOVE "0" TO SEAL-RESULT
            ELSE IF SEAL-OPERATION = "N"
                 PERFORM SEAL-NEXT
            ELSE IF SEAL-OPERATION = "K"
                 PERFORM SEAL-COMMIT
            ELSE IF SEAL-OPERATION = "L"
                 PERFORM SEAL-RELEASE
            ELSE IF SEAL-OPERATION = "I"
                 PERFORM SEAL-INQUIRE
            ELSE IF SEAL-OPERATION = "R"
                 PERFORM SEAL-ANCHOR
            ELSE
                 DISPLAY "ERRO: OPERACAO DE SELO INVALIDA.".
            GOBACK.

       CONFIG-RESOLVE SECTION.
            MOVE "SEALCTLFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-SEALCTL-PATH.

       CONFIG-FETCH SECTION.
            MOVE SPACES TO CFGSRV-PATH.
            MOVE "1" TO CFGSRV-RESULT.
            CALL "CONFIGSRV" USING CONFIGSRV-ARGV.

       CONTROL-OPEN SECTION.
            IF WS-PENDING = "Y"
                 DISPLAY "ERRO: SELO ANTERIOR NAO CONFIRMADO."
                 PERFORM PENDING-DROP.
            PERFORM CONFIG-RESOLVE.
            OPEN I-O SEALCTL-FILE.
            IF SEALCTL-STATUS NOT = "00"
                 OPEN OUTPUT SEALCTL-FILE
                 CLOSE SEALCTL-FILE
                 OPEN I-O SEALCTL-FILE.
            MOVE "N" TO WS-FOUND.
            IF SEALCTL-STATUS NOT = "00"
                 DISPLAY "ERRO: CONTROLE DE SELOS NAO ABERTO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY SEALCTL-STATUS WITH NO ADVANCING
                 DISPLAY "."
            ELSE
                 PERFORM CONTROL-READ
                 IF SEALCTL-STATUS = "00"
                      MOVE "Y" TO WS-FOUND
                 ELSE
                      MOVE SEAL-FILE-PATH TO SCT-PATH
                      MOVE 1 TO SCT-FIRST-SEQUENCE
                      MOVE 0 TO SCT-ANCHOR-CHECK
                      MOVE 0 TO SCT-LAST-SEQUENCE
                      MOVE 0 TO SCT-LAST-CHECK
                      MOVE "00" TO SEALCTL-STATUS
                 END-IF.

       CONTROL-READ SECTION.
            MOVE 0 TO WS-RETRY-ATTEMPTS.
            PERFORM CONTROL-READ-ATTEMPT.
            PERFORM CONTROL-READ-RETRY
                 UNTIL SEALCTL-STATUS NOT = "9D"
                 OR WS-RETRY-ATTEMPTS NOT LESS WS-LOCK-RETRIES.
            IF SEALCTL-STATUS = "9D"
                 DISPLAY "ERRO: CONTROLE DE SELOS BLOQUEADO.".

       CONTROL-READ-ATTEMPT SECTION.
            MOVE SEAL-FILE-PATH TO SCT-PATH.
            READ SEALCTL-FILE.

       CONTROL-READ-RETRY SECTION.
            ADD 1 TO WS-RETRY-ATTEMPTS.
            CALL "C$SLEEP" USING WS-LOCK-WAIT.
            PERFORM CONTROL-READ-ATTEMPT.

       CONTROL-LOCK SECTION.
            IF WS-FOUND = "N"
                 MOVE SEAL-PROGRAM TO SCT-PROGRAM
                 MOVE FUNCTION CURRENT-DATE TO SCT-TIMESTAMP
                 WRITE SEAL-CONTROL-RECORD
                 IF SEALCTL-STATUS = "00" OR SEALCTL-STATUS = "22"
                      PERFORM CONTROL-READ
                      IF SEALCTL-STATUS = "00"
                           MOVE "Y" TO WS-FOUND
                      END-IF
                 ELSE
                      DISPLAY "ERRO: CONTROLE DE SELOS NAO GRAVADO. "
                           WITH NO ADVANCING
                      DISPLAY "FILE-STATUS " WITH NO ADVANCING
                      DISPLAY SEALCTL-STATUS WITH NO ADVANCING
                      DISPLAY "."
                 END-IF.

       CONTROL-STORE SECTION.
            MOVE SEAL-PROGRAM TO SCT-PROGRAM.
            MOVE FUNCTION CURRENT-DATE TO SCT-TIMESTAMP.
            IF WS-FOUND = "Y"
                 REWRITE SEAL-CONTROL-RECORD
            ELSE
                 WRITE SEAL-CONTROL-RECORD.
            IF SEALCTL-STATUS = "00"
                 MOVE "0" TO SEAL-RESULT
            ELSE
                 DISPLAY "ERRO: CONTROLE DE SELOS NAO GRAVADO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY SEALCTL-STATUS WITH NO ADVANCING
                 DISPLAY ".".

       SEAL-NEXT SECTION.
            PERFORM CONTROL-OPEN.
            IF SEALCTL-STATUS = "00"
                 PERFORM CONTROL-LOCK.
            IF SEALCTL-STATUS = "00"
                 COMPUTE SEAL-SEQUENCE = SCT-LAST-SEQUENCE + 1
                 MOVE SCT-LAST-CHECK TO SEAL-PREVIOUS
                 PERFORM CHECK-COMPUTE
                 MOVE SEAL-FILE-PATH TO WS-PENDING-PATH
                 MOVE SEAL-SEQUENCE TO WS-PENDING-SEQUENCE
                 MOVE SEAL-CHECK TO WS-PENDING-CHECK
                 MOVE "Y" TO WS-PENDING
                 MOVE "0" TO SEAL-RESULT
            ELSE
                 CLOSE SEALCTL-FILE.

       SEAL-COMMIT SECTION.
            IF WS-PENDING = "Y"
                AND SEAL-FILE-PATH = WS-PENDING-PATH
                 MOVE WS-PENDING-SEQUENCE TO SCT-LAST-SEQUENCE
                 MOVE WS-PENDING-CHECK TO SCT-LAST-CHECK
                 MOVE "Y" TO WS-FOUND
                 PERFORM CONTROL-STORE
                 PERFORM PENDING-DROP
            ELSE
                 DISPLAY "ERRO: SELO PENDENTE NAO ENCONTRADO.".

       SEAL-RELEASE SECTION.
            IF WS-PENDING = "Y"
                 PERFORM PENDING-DROP.
            MOVE "0" TO SEAL-RESULT.

       PENDING-DROP SECTION.
            CLOSE SEALCTL-FILE.
            MOVE "N" TO WS-PENDING.
            MOVE SPACES TO WS-PENDING-PATH.

       SEAL-INQUIRE SECTION.
            PERFORM CONTROL-OPEN.
            IF SEALCTL-STATUS = "00"
                 MOVE SCT-FIRST-SEQUENCE TO SEAL-FIRST-SEQUENCE
                 MOVE SCT-ANCHOR-CHECK TO SEAL-ANCHOR-CHECK
                 MOVE SCT-LAST-SEQUENCE TO SEAL-SEQUENCE
                 MOVE SCT-LAST-CHECK TO SEAL-CHECK
                 MOVE SCT-PROGRAM TO SEAL-PROGRAM
                 IF WS-FOUND = "Y"
                      MOVE "0" TO SEAL-RESULT
                 ELSE
                      MOVE "2" TO SEAL-RESULT
                 END-IF.
            CLOSE SEALCTL-FILE.

       SEAL-ANCHOR SECTION.
            PERFORM CONTROL-OPEN.
            IF SEALCTL-STATUS = "00"
                 MOVE SEAL-FIRST-SEQUENCE TO SCT-FIRST-SEQUENCE
                 MOVE SEAL-ANCHOR-CHECK TO SCT-ANCHOR-CHECK
                 MOVE SEAL-SEQUENCE TO SCT-LAST-SEQUENCE
                 MOVE SEAL-CHECK TO SCT-LAST-CHECK
                 PERFORM CONTROL-STORE.
            CLOSE SEALCTL-FILE.

       CHECK-COMPUTE SECTION.
            MOVE SEAL-PREVIOUS TO WS-HASH.
            COMPUTE WS-WORK = WS-HASH * 31 + SEAL-SEQUENCE.
            DIVIDE WS-WORK BY WS-MODULUS
                 GIVING WS-QUOTIENT REMAINDER WS-HASH.
            MOVE 0 TO WS-TRAIL.
            INSPECT FUNCTION REVERSE(SEAL-DATA)
                 TALLYING WS-TRAIL FOR LEADING SPACES.
            COMPUTE WS-DATA-LEN = WS-DATA-MAX - WS-TRAIL.
            MOVE 1 TO WS-POS.
            PERFORM CHECK-STEP UNTIL WS-POS > WS-DATA-LEN.
            MOVE WS-HASH TO SEAL-CHECK.

       CHECK-STEP SECTION.
            COMPUTE WS-WORK = WS-HASH * 257
                 + FUNCTION ORD(SEAL-DATA(WS-POS:1)).
            DIVIDE WS-WORK BY WS-MODULUS
                 GIVING WS-QUOTIENT REMAINDER WS-HASH.
            ADD 1 TO WS-POS.
