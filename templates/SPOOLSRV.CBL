       $set ANIM
       $set ANS85
       $set AUTOLOCK
       $set BELL
       $set FILESHARE
       $set NOWARNING
       $set WRITETHROUGH
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPOOLSRV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
            SELECT SPOOL-FILE ASSIGN WS-SPOOL-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS SPOOL-STATUS.
            SELECT BRANCH-FILE ASSIGN WS-BRANCH-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS BRANCH-STATUS.
            SELECT INDEX-FILE ASSIGN WS-SPOOLINDEX-PATH
                 ORGANIZATION IS  LINE SEQUENTIAL
                 FILE STATUS IS INDEX-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD SPOOL-FILE.
       01   SPOOL-LINE                  PIC X(132).

       FD BRANCH-FILE.
       01   BRANCH-LINE                 PIC X(132).

       FD INDEX-FILE.
           COPY SPLIDX.

       WORKING-STORAGE SECTION.
       01   WS-SPOOL-BASE               PIC X(100)
                                        VALUE "{{ SPOOLFILE }}".
       01   WS-SPOOLINDEX-PATH          PIC X(100)
                                        VALUE "{{ SPOOLINDEXFILE }}".
       01   WS-SPOOL-PATH               PIC X(100) VALUE SPACES.
       01   WS-BRANCH-PATH              PIC X(100) VALUE SPACES.
       01   WS-BRANCH-SUFFIX            PIC X(30) VALUE SPACES.
       01   WS-SUFFIX-TRAIL             PIC 9(02) VALUE 0.
       01   WS-SUFFIX-LEN               PIC 9(02) VALUE 0.
       01   SPOOL-STATUS                PIC X(02) VALUE SPACES.
       01   BRANCH-STATUS               PIC X(02) VALUE SPACES.
       01   INDEX-STATUS                PIC X(02) VALUE SPACES.
       01   WS-OPEN                     PIC X(01) VALUE "N".
       01   WS-BURST                    PIC X(01) VALUE "N".
       01   WS-TARGET                   PIC X(01) VALUE "M".
       01   WS-FRESH                    PIC X(01) VALUE "Y".
       01   WS-MAIN-FRESH               PIC X(01) VALUE "Y".
       01   WS-REPORT                   PIC X(08) VALUE SPACES.
       01   WS-DATAFILE                 PIC X(30) VALUE SPACES.
       01   WS-TITLE                    PIC X(40) VALUE SPACES.
       01   WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01   WS-BUSINESS-DATE            PIC X(08) VALUE SPACES.
       01   WS-RUN-TIMESTAMP            PIC X(21) VALUE SPACES.
       01   WS-CFG-PAGE-SIZE            PIC 9(03) VALUE 0.
       01   WS-PAGE-SIZE                PIC 9(03) VALUE 60.
       01   WS-PAGE                     PIC 9(05) VALUE 0.
       01   WS-PAGE-LINES               PIC 9(03) VALUE 0.
       01   WS-LINES-TOTAL              PIC 9(09) VALUE 0.
       01   WS-CURRENT-BRANCH           PIC X(30) VALUE SPACES.
       01   WS-BR-IX                    PIC 9(03) VALUE 0.
       01   WS-BR-USED                  PIC 9(03) VALUE 0.
       01   WS-BR-FOUND                 PIC X(01) VALUE "N".
       01   WS-BR-NEW                   PIC X(01) VALUE "N".
       01   WS-BR-TABLE.
            03 WS-BR-ENTRY              OCCURS 200.
               05 WS-BR-VALUE           PIC X(30).
               05 WS-BR-FIRST           PIC 9(05).
               05 WS-BR-LAST            PIC 9(05).
               05 WS-BR-PAGES           PIC 9(05).
               05 WS-BR-POS             PIC 9(03).
               05 WS-BR-COUNT           PIC 9(09).
               05 WS-BR-AMOUNT          PIC S9(13)V99.
       01   WS-SUM-COUNT                PIC 9(09) VALUE 0.
       01   WS-SUM-AMOUNT               PIC S9(13)V99 VALUE ZERO.
       01   WS-CHECK-STATUS             PIC X(01) VALUE "C".
       01   WS-EDIT-AMOUNT              PIC -9(13),99.
       01   WS-EDIT-RUN-DATE            PIC X(10) VALUE SPACES.
       01   WS-EDIT-BUSINESS-DATE       PIC X(10) VALUE SPACES.
       01   WS-HEAD-LINE                PIC X(132) VALUE SPACES.
       01   WS-OUT-LINE                 PIC X(132) VALUE SPACES.
       01   WS-EMIT-LINE                PIC X(132) VALUE SPACES.
       01   CONFIGSRV-ARGV.
            03 CFGSRV-FILLER            PIC X(02).
            03 CFGSRV-LOGICAL           PIC X(30).
            03 CFGSRV-PATH              PIC X(100).
            03 CFGSRV-RESULT            PIC X(01).

       LINKAGE SECTION.
       01   ARGV.
            03 FILLER                   PIC X(02).
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

       PROCEDURE DIVISION USING ARGV.

       BEGIN.
            MOVE "1" TO SPL-RESULT.
            IF SPL-OPERATION = "O"
                 PERFORM SPOOL-OPEN
            ELSE IF WS-OPEN NOT = "Y"
                 DISPLAY "ERRO: SPOOL NAO ABERTO."
            ELSE IF SPL-OPERATION = "L"
                 MOVE SPL-LINE TO WS-OUT-LINE
                 PERFORM CHECKED-LINE
                 MOVE "0" TO SPL-RESULT
            ELSE IF SPL-OPERATION = "B"
                 PERFORM BRANCH-BEGIN
            ELSE IF SPL-OPERATION = "T"
                 PERFORM BRANCH-TOTAL
            ELSE IF SPL-OPERATION = "G"
                 PERFORM GENERAL-RESUME
                 MOVE "0" TO SPL-RESULT
            ELSE IF SPL-OPERATION = "C"
                 PERFORM SPOOL-CLOSE
            ELSE
                 DISPLAY "ERRO: OPERACAO DE SPOOL INVALIDA.".
            GOBACK.

       CONFIG-RESOLVE SECTION.
            MOVE "SPOOLFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-SPOOL-BASE.
            MOVE "SPOOLINDEXFILE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0"
                 MOVE CFGSRV-PATH TO WS-SPOOLINDEX-PATH.
            MOVE 0 TO WS-CFG-PAGE-SIZE.
            MOVE "SPOOLPAGESIZE" TO CFGSRV-LOGICAL.
            PERFORM CONFIG-FETCH.
            IF CFGSRV-RESULT = "0" AND CFGSRV-PATH(1:3) NUMERIC
                 MOVE CFGSRV-PATH(1:3) TO WS-CFG-PAGE-SIZE.

       CONFIG-FETCH SECTION.
            MOVE SPACES TO CFGSRV-PATH.
            MOVE "1" TO CFGSRV-RESULT.
            CALL "CONFIGSRV" USING CONFIGSRV-ARGV.

       SPOOL-OPEN SECTION.
            IF WS-OPEN = "Y"
                 PERFORM BRANCH-LEAVE
                 CLOSE SPOOL-FILE
                 MOVE "N" TO WS-OPEN.
            PERFORM CONFIG-RESOLVE.
            MOVE SPL-REPORT TO WS-REPORT.
            MOVE SPL-DATAFILE TO WS-DATAFILE.
            MOVE SPL-TITLE TO WS-TITLE.
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
            MOVE SPL-RUN-DATE TO WS-RUN-DATE.
            IF WS-RUN-DATE = SPACES
                 MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE.
            MOVE SPL-BUSINESS-DATE TO WS-BUSINESS-DATE.
            IF WS-BUSINESS-DATE = SPACES
                 MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
            MOVE SPACES TO WS-EDIT-RUN-DATE.
            STRING WS-RUN-DATE(7:2) "/" WS-RUN-DATE(5:2) "/"
                 WS-RUN-DATE(1:4)
                 DELIMITED BY SIZE INTO WS-EDIT-RUN-DATE.
            MOVE SPACES TO WS-EDIT-BUSINESS-DATE.
            STRING WS-BUSINESS-DATE(7:2) "/" WS-BUSINESS-DATE(5:2)
                 "/" WS-BUSINESS-DATE(1:4)
                 DELIMITED BY SIZE INTO WS-EDIT-BUSINESS-DATE.
            IF SPL-PAGE-SIZE NUMERIC AND SPL-PAGE-SIZE > 0
                 MOVE SPL-PAGE-SIZE TO WS-PAGE-SIZE
            ELSE IF WS-CFG-PAGE-SIZE > 0
                 MOVE WS-CFG-PAGE-SIZE TO WS-PAGE-SIZE
            ELSE
                 MOVE 60 TO WS-PAGE-SIZE.
            IF WS-PAGE-SIZE < 10
                 MOVE 10 TO WS-PAGE-SIZE.
            IF SPL-BURST = "Y"
                 MOVE "Y" TO WS-BURST
            ELSE
                 MOVE "N" TO WS-BURST.
            MOVE 0 TO WS-PAGE.
            MOVE 0 TO WS-LINES-TOTAL.
            MOVE 0 TO WS-BR-USED.
            MOVE 0 TO WS-BR-IX.
            MOVE SPACES TO WS-CURRENT-BRANCH.
            MOVE "M" TO WS-TARGET.
            MOVE "Y" TO WS-FRESH.
            MOVE "Y" TO WS-MAIN-FRESH.
            MOVE WS-PAGE-SIZE TO WS-PAGE-LINES.
            MOVE SPACES TO WS-SPOOL-PATH.
            IF SPL-PATH NOT = SPACES
                 MOVE SPL-PATH TO WS-SPOOL-PATH
            ELSE
                 STRING WS-SPOOL-BASE DELIMITED BY SPACE
                      "." DELIMITED BY SIZE
                      WS-REPORT DELIMITED BY SPACE
                      "." WS-RUN-DATE
                      DELIMITED BY SIZE INTO WS-SPOOL-PATH.
            OPEN OUTPUT SPOOL-FILE.
            IF SPOOL-STATUS = "00"
                 MOVE "Y" TO WS-OPEN
                 MOVE "0" TO SPL-RESULT
            ELSE
                 DISPLAY "ERRO: SPOOL NAO ABERTO. " WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY SPOOL-STATUS WITH NO ADVANCING
                 DISPLAY ".".

       CHECKED-LINE SECTION.
            IF WS-PAGE-LINES NOT < WS-PAGE-SIZE
                 PERFORM PAGE-HEADING.
            MOVE WS-OUT-LINE TO WS-EMIT-LINE.
            PERFORM LINE-EMIT.

       PAGE-HEADING SECTION.
            ADD 1 TO WS-PAGE.
            MOVE 0 TO WS-PAGE-LINES.
            IF WS-TARGET = "B"
                 IF WS-BR-FIRST(WS-BR-IX) = 0
                      MOVE WS-PAGE TO WS-BR-FIRST(WS-BR-IX)
                 END-IF
                 MOVE WS-PAGE TO WS-BR-LAST(WS-BR-IX)
                 ADD 1 TO WS-BR-PAGES(WS-BR-IX).
            MOVE SPACES TO WS-HEAD-LINE.
            STRING WS-REPORT " - " WS-TITLE
                 "                              PAGINA " WS-PAGE
                 DELIMITED BY SIZE INTO WS-HEAD-LINE.
            MOVE WS-HEAD-LINE TO WS-EMIT-LINE.
            IF WS-FRESH = "Y"
                 PERFORM LINE-EMIT
                 MOVE "N" TO WS-FRESH
                 IF WS-TARGET = "M"
                      MOVE "N" TO WS-MAIN-FRESH
                 END-IF
            ELSE
                 PERFORM PAGE-EMIT.
            MOVE SPACES TO WS-HEAD-LINE.
            IF WS-TARGET = "B"
                 STRING "EXECUCAO " WS-EDIT-RUN-DATE
                      " DATA BASE " WS-EDIT-BUSINESS-DATE
                      " ARQUIVO " WS-DATAFILE
                      " FILIAL " WS-CURRENT-BRANCH
                      DELIMITED BY SIZE INTO WS-HEAD-LINE
            ELSE
                 STRING "EXECUCAO " WS-EDIT-RUN-DATE
                      " DATA BASE " WS-EDIT-BUSINESS-DATE
                      " ARQUIVO " WS-DATAFILE
                      DELIMITED BY SIZE INTO WS-HEAD-LINE.
            MOVE WS-HEAD-LINE TO WS-EMIT-LINE.
            PERFORM LINE-EMIT.
            MOVE ALL "-" TO WS-EMIT-LINE.
            PERFORM LINE-EMIT.

       LINE-EMIT SECTION.
            IF WS-TARGET = "B"
                 MOVE WS-EMIT-LINE TO BRANCH-LINE
                 WRITE BRANCH-LINE
            ELSE
                 MOVE WS-EMIT-LINE TO SPOOL-LINE
                 WRITE SPOOL-LINE.
            ADD 1 TO WS-PAGE-LINES.
            ADD 1 TO WS-LINES-TOTAL.

       PAGE-EMIT SECTION.
            IF WS-TARGET = "B"
                 MOVE WS-EMIT-LINE TO BRANCH-LINE
                 WRITE BRANCH-LINE AFTER ADVANCING PAGE
            ELSE
                 MOVE WS-EMIT-LINE TO SPOOL-LINE
                 WRITE SPOOL-LINE AFTER ADVANCING PAGE.
            ADD 1 TO WS-PAGE-LINES.
            ADD 1 TO WS-LINES-TOTAL.

       BRANCH-BEGIN SECTION.
            MOVE "0" TO SPL-RESULT.
            IF WS-BURST = "Y"
                 AND (WS-TARGET NOT = "B"
                      OR SPL-BRANCH NOT = WS-CURRENT-BRANCH)
                 PERFORM BRANCH-SWITCH.

       BRANCH-SWITCH SECTION.
            PERFORM BRANCH-LEAVE.
            PERFORM BRANCH-FIND.
            MOVE "N" TO WS-BR-NEW.
            IF WS-BR-FOUND = "N" AND WS-BR-USED < 200
                 ADD 1 TO WS-BR-USED
                 MOVE WS-BR-USED TO WS-BR-IX
                 MOVE SPL-BRANCH TO WS-BR-VALUE(WS-BR-IX)
                 MOVE 0 TO WS-BR-FIRST(WS-BR-IX)
                 MOVE 0 TO WS-BR-LAST(WS-BR-IX)
                 MOVE 0 TO WS-BR-PAGES(WS-BR-IX)
                 MOVE 0 TO WS-BR-POS(WS-BR-IX)
                 MOVE 0 TO WS-BR-COUNT(WS-BR-IX)
                 MOVE ZERO TO WS-BR-AMOUNT(WS-BR-IX)
                 MOVE "Y" TO WS-BR-NEW
                 MOVE "Y" TO WS-BR-FOUND.
            IF WS-BR-FOUND = "N"
                 DISPLAY "AVISO: LIMITE DE FILIAIS NO SPOOL: "
                      WITH NO ADVANCING
                 DISPLAY SPL-BRANCH
                 MOVE "2" TO SPL-RESULT
            ELSE
                 PERFORM BRANCH-ENTER.
            IF WS-TARGET = "B" AND WS-BR-NEW = "N"
                 AND WS-BR-POS(WS-BR-IX) > 0
                 MOVE WS-BR-POS(WS-BR-IX) TO WS-PAGE-LINES
            ELSE IF WS-TARGET = "B"
                 MOVE WS-PAGE-SIZE TO WS-PAGE-LINES.

       BRANCH-ENTER SECTION.
            PERFORM BRANCH-PATH-BUILD.
            IF WS-BR-NEW = "Y"
                 OPEN OUTPUT BRANCH-FILE
            ELSE
                 OPEN EXTEND BRANCH-FILE.
            IF BRANCH-STATUS = "00"
                 MOVE "B" TO WS-TARGET
                 MOVE WS-BR-VALUE(WS-BR-IX) TO WS-CURRENT-BRANCH
                 MOVE WS-BR-NEW TO WS-FRESH
            ELSE
                 DISPLAY "ERRO: SPOOL DA FILIAL NAO ABERTO. "
                      WITH NO ADVANCING
                 DISPLAY "FILE-STATUS " WITH NO ADVANCING
                 DISPLAY BRANCH-STATUS WITH NO ADVANCING
                 DISPLAY "."
                 MOVE "1" TO SPL-RESULT.

       BRANCH-LEAVE SECTION.
            IF WS-TARGET = "B"
                 MOVE WS-PAGE-LINES TO WS-BR-POS(WS-BR-IX)
                 CLOSE BRANCH-FILE
                 MOVE "M" TO WS-TARGET
                 MOVE WS-MAIN-FRESH TO WS-FRESH
                 MOVE WS-PAGE-SIZE TO WS-PAGE-LINES.

       BRANCH-FIND SECTION.
            MOVE "N" TO WS-BR-FOUND.
            MOVE 1 TO WS-BR-IX.
            PERFORM BRANCH-FIND-STEP
                 UNTIL WS-BR-IX > WS-BR-USED
                 OR WS-BR-FOUND = "Y".

       BRANCH-FIND-STEP SECTION.
            IF WS-BR-VALUE(WS-BR-IX) = SPL-BRANCH
                 MOVE "Y" TO WS-BR-FOUND
            ELSE
                 ADD 1 TO WS-BR-IX.

       BRANCH-PATH-BUILD SECTION.
            MOVE WS-BR-VALUE(WS-BR-IX) TO WS-BRANCH-SUFFIX.
            MOVE 0 TO WS-SUFFIX-TRAIL.
            INSPECT FUNCTION REVERSE(WS-BRANCH-SUFFIX)
                 TALLYING WS-SUFFIX-TRAIL FOR LEADING SPACES.
            COMPUTE WS-SUFFIX-LEN = 30 - WS-SUFFIX-TRAIL.
            IF WS-SUFFIX-LEN = 0
                 MOVE "_" TO WS-BRANCH-SUFFIX
                 MOVE 1 TO WS-SUFFIX-LEN
            ELSE
                 INSPECT WS-BRANCH-SUFFIX(1:WS-SUFFIX-LEN)
                      REPLACING ALL SPACE BY "_".
            MOVE SPACES TO WS-BRANCH-PATH.
            STRING WS-SPOOL-PATH DELIMITED BY SPACE
                 "." DELIMITED BY SIZE
                 WS-BRANCH-SUFFIX(1:WS-SUFFIX-LEN) DELIMITED BY SIZE
                 INTO WS-BRANCH-PATH.

       BRANCH-TOTAL SECTION.
            IF WS-TARGET = "B"
                 ADD SPL-COUNT TO WS-BR-COUNT(WS-BR-IX)
                 ADD SPL-AMOUNT TO WS-BR-AMOUNT(WS-BR-IX).
            MOVE "0" TO SPL-RESULT.

       GENERAL-RESUME SECTION.
            PERFORM BRANCH-LEAVE.

       SPOOL-CLOSE SECTION.
            PERFORM GENERAL-RESUME.
            MOVE 0 TO WS-SUM-COUNT.
            MOVE ZERO TO WS-SUM-AMOUNT.
            MOVE 1 TO WS-BR-IX.
            PERFORM BRANCH-TRAILER-STEP UNTIL WS-BR-IX > WS-BR-USED.
            MOVE "C" TO WS-CHECK-STATUS.
            IF WS-BR-USED > 0
                 PERFORM DISTRIBUTION-LIST
                 IF WS-SUM-COUNT NOT = SPL-COUNT
                      OR WS-SUM-AMOUNT NOT = SPL-AMOUNT
                      MOVE "D" TO WS-CHECK-STATUS
                 END-IF.
            PERFORM REPORT-TRAILER.
            PERFORM INDEX-GRAND-WRITE.
            CLOSE SPOOL-FILE.
            MOVE "N" TO WS-OPEN.
            IF WS-CHECK-STATUS = "C"
                 MOVE "0" TO SPL-RESULT
            ELSE
                 DISPLAY "ERRO: TOTAIS DAS FILIAIS DIVERGEM DO "
                      WITH NO ADVANCING
                 DISPLAY "CONTROLE DE EXECUCAO."
                 MOVE "2" TO SPL-RESULT.

       BRANCH-TRAILER-STEP SECTION.
            MOVE WS-BR-VALUE(WS-BR-IX) TO SPL-BRANCH.
            MOVE "N" TO WS-BR-NEW.
            PERFORM BRANCH-ENTER.
            IF WS-TARGET = "B"
                 MOVE WS-BR-POS(WS-BR-IX) TO WS-PAGE-LINES
                 IF WS-PAGE-LINES > WS-PAGE-SIZE - 3
                      MOVE WS-PAGE-SIZE TO WS-PAGE-LINES
                 END-IF
                 MOVE SPACES TO WS-OUT-LINE
                 STRING "FIM DA FILIAL " WS-BR-VALUE(WS-BR-IX)
                      DELIMITED BY SIZE INTO WS-OUT-LINE
                 PERFORM CHECKED-LINE
                 MOVE WS-BR-AMOUNT(WS-BR-IX) TO WS-EDIT-AMOUNT
                 MOVE SPACES TO WS-OUT-LINE
                 STRING "PAGINAS " WS-BR-FIRST(WS-BR-IX)
                      " A " WS-BR-LAST(WS-BR-IX)
                      " REGISTROS " WS-BR-COUNT(WS-BR-IX)
                      " VALOR " WS-EDIT-AMOUNT
                      DELIMITED BY SIZE INTO WS-OUT-LINE
                 PERFORM CHECKED-LINE
                 PERFORM BRANCH-LEAVE.
            ADD WS-BR-COUNT(WS-BR-IX) TO WS-SUM-COUNT.
            ADD WS-BR-AMOUNT(WS-BR-IX) TO WS-SUM-AMOUNT.
            ADD 1 TO WS-BR-IX.

       DISTRIBUTION-LIST SECTION.
            MOVE "INDICE DE DISTRIBUICAO" TO WS-OUT-LINE.
            PERFORM CHECKED-LINE.
            OPEN EXTEND INDEX-FILE.
            IF INDEX-STATUS = "35"
                 OPEN OUTPUT INDEX-FILE.
            MOVE 1 TO WS-BR-IX.
            PERFORM DISTRIBUTION-STEP UNTIL WS-BR-IX > WS-BR-USED.
            CLOSE INDEX-FILE.

       DISTRIBUTION-STEP SECTION.
            MOVE WS-BR-AMOUNT(WS-BR-IX) TO WS-EDIT-AMOUNT.
            MOVE SPACES TO WS-OUT-LINE.
            STRING "FILIAL " WS-BR-VALUE(WS-BR-IX)
                 " PAGINAS " WS-BR-FIRST(WS-BR-IX)
                 " A " WS-BR-LAST(WS-BR-IX)
                 " (" WS-BR-PAGES(WS-BR-IX) ")"
                 " REGISTROS " WS-BR-COUNT(WS-BR-IX)
                 " VALOR " WS-EDIT-AMOUNT
                 DELIMITED BY SIZE INTO WS-OUT-LINE.
            PERFORM CHECKED-LINE.
            PERFORM BRANCH-PATH-BUILD.
            PERFORM INDEX-INIT.
            MOVE "B" TO SPX-TYPE.
            MOVE WS-BR-VALUE(WS-BR-IX) TO SPX-BRANCH.
            MOVE WS-BR-FIRST(WS-BR-IX) TO SPX-FIRST-PAGE.
            MOVE WS-BR-LAST(WS-BR-IX) TO SPX-LAST-PAGE.
            MOVE WS-BR-PAGES(WS-BR-IX) TO SPX-PAGES.
            MOVE WS-BR-COUNT(WS-BR-IX) TO SPX-COUNT.
            MOVE WS-BR-AMOUNT(WS-BR-IX) TO SPX-AMOUNT.
            MOVE WS-BRANCH-PATH TO SPX-PATH.
            WRITE SPOOL-INDEX-RECORD.
            ADD 1 TO WS-BR-IX.

       REPORT-TRAILER SECTION.
            IF WS-PAGE-LINES > WS-PAGE-SIZE - 5
                 MOVE WS-PAGE-SIZE TO WS-PAGE-LINES.
            MOVE SPACES TO WS-OUT-LINE.
            STRING "FIM DO RELATORIO " WS-REPORT
                 DELIMITED BY SIZE INTO WS-OUT-LINE.
            PERFORM CHECKED-LINE.
            MOVE SPACES TO WS-OUT-LINE.
            STRING "PAGINAS " WS-PAGE " LINHAS " WS-LINES-TOTAL
                 DELIMITED BY SIZE INTO WS-OUT-LINE.
            PERFORM CHECKED-LINE.
            MOVE SPL-AMOUNT TO WS-EDIT-AMOUNT.
            MOVE SPACES TO WS-OUT-LINE.
            STRING "CONTROLE DE EXECUCAO: REGISTROS " SPL-COUNT
                 " VALOR " WS-EDIT-AMOUNT
                 DELIMITED BY SIZE INTO WS-OUT-LINE.
            PERFORM CHECKED-LINE.
            IF WS-BR-USED > 0
                 MOVE WS-SUM-AMOUNT TO WS-EDIT-AMOUNT
                 MOVE SPACES TO WS-OUT-LINE
                 STRING "FILIAIS " WS-BR-USED
                      " REGISTROS " WS-SUM-COUNT
                      " VALOR " WS-EDIT-AMOUNT
                      DELIMITED BY SIZE INTO WS-OUT-LINE
                 PERFORM CHECKED-LINE
                 IF WS-CHECK-STATUS = "C"
                      MOVE "CONFERENCIA COM O CONTROLE: OK"
                           TO WS-OUT-LINE
                 ELSE
                      MOVE "CONFERENCIA COM O CONTROLE: DIVERGENTE"
                           TO WS-OUT-LINE
                 END-IF
                 PERFORM CHECKED-LINE.

       INDEX-INIT SECTION.
            MOVE SPACES TO SPOOL-INDEX-RECORD.
            MOVE WS-REPORT TO SPX-REPORT.
            MOVE WS-DATAFILE TO SPX-DATAFILE.
            MOVE WS-RUN-TIMESTAMP TO SPX-RUN-TIMESTAMP.

       INDEX-GRAND-WRITE SECTION.
            OPEN EXTEND INDEX-FILE.
            IF INDEX-STATUS = "35"
                 OPEN OUTPUT INDEX-FILE.
            PERFORM INDEX-INIT.
            MOVE "G" TO SPX-TYPE.
            MOVE 1 TO SPX-FIRST-PAGE.
            MOVE WS-PAGE TO SPX-LAST-PAGE.
            MOVE WS-PAGE TO SPX-PAGES.
            MOVE SPL-COUNT TO SPX-COUNT.
            MOVE SPL-AMOUNT TO SPX-AMOUNT.
            MOVE WS-CHECK-STATUS TO SPX-STATUS.
            MOVE WS-SPOOL-PATH TO SPX-PATH.
            WRITE SPOOL-INDEX-RECORD.
            CLOSE INDEX-FILE.
