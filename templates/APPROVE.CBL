            03 DEL-CASCADE-MODE         PIC X(01).
            03 DEL-USER-ID              PIC X(08).
            03 DEL-RESIDENT-MODE        PIC X(01).
       01   REACTIVATE-ARGV.
            03 RCT-FILLER               PIC X(02).
            03 RCT-USER-ID              PIC X(08).
            03 RCT-OPERATION            PIC X(01).
            03 RCT-MASTER-KEY           PIC X(20).
            03 RCT-REASON               PIC X(30).
            03 RCT-MAKER-ID             PIC X(08).
            03 RCT-RESULT               PIC X(01).
       01   CONTROL-ARGV.
            03 CTL-FILLER               PIC X(02).
            03 CTL-USER-ID              PIC X(08).
            03 CTL-OPERATION            PIC X(01).
            03 CTL-TABLE-ID             PIC X(01).
            03 CTL-CONTROL-DATA         PIC X(200).
            03 CTL-APPLY-MODE           PIC X(01).
            03 CTL-MAKER-ID             PIC X(08).
            03 CTL-RESULT               PIC X(01).
       01   PAYRUN-ARGV.
            03 PRN-FILLER               PIC X(02).
            03 PRN-USER-ID              PIC X(08).
            03 PRN-OPERATION            PIC X(01).
            03 PRN-BATCH-ID             PIC 9(08).
            03 PRN-VALUE-DATE           PIC X(08).
            03 PRN-BANK-PARTNER-ID      PIC X(08).
            03 PRN-MAKER-ID             PIC X(08).
            03 PRN-RESULT               PIC X(01).
            03 PRN-BATCH-COUNT          PIC 9(9).
            03 PRN-BATCH-TOTAL          PIC 9(13)V99.
       01   CONFIGSRV-ARGV.
            03 CFGSRV-FILLER            PIC X(02).
            03 CFGSRV-LOGICAL           PIC X(30).
            DISPLAY PEND-TIMESTAMP(1:14).
            IF PEND-OPERATION = "U"
                 MOVE PEND-ARGV-IMAGE TO UPDATE-ARGV
                 PERFORM REVIEW-SHOW-VALUES
            ELSE IF PEND-OPERATION = "R"
                 MOVE PEND-ARGV-IMAGE TO REACTIVATE-ARGV
                 DISPLAY "REATIVACAO: " WITH NO ADVANCING
                 DISPLAY RCT-REASON
            ELSE IF PEND-OPERATION = "K"
                 MOVE PEND-ARGV-IMAGE TO CONTROL-ARGV
                 DISPLAY "CONTROLE " WITH NO ADVANCING
                 DISPLAY CTL-OPERATION WITH NO ADVANCING
                 DISPLAY ": " WITH NO ADVANCING
                 DISPLAY CTL-CONTROL-DATA(1:60)
            ELSE IF PEND-OPERATION = "B"
                 MOVE PEND-ARGV-IMAGE TO PAYRUN-ARGV
                 DISPLAY "LOTE DE PAGAMENTO " WITH NO ADVANCING
                 DISPLAY PRN-BATCH-ID WITH NO ADVANCING
                 DISPLAY " ITENS " WITH NO ADVANCING
                 DISPLAY PRN-BATCH-COUNT WITH NO ADVANCING
                 DISPLAY " TOTAL " WITH NO ADVANCING
                 DISPLAY PRN-BATCH-TOTAL.

       REVIEW-SHOW-VALUES SECTION.
{{ PENDDISPLAY }}
       PROPOSAL-APPROVE SECTION.
            IF PEND-OPERATION = "D"
                 PERFORM PROPOSAL-APPLY-DELETE
            ELSE IF PEND-OPERATION = "R"
                 PERFORM PROPOSAL-APPLY-REACTIVATE
            ELSE IF PEND-OPERATION = "K"
                 PERFORM PROPOSAL-APPLY-CONTROL
            ELSE IF PEND-OPERATION = "B"
                 PERFORM PROPOSAL-APPLY-PAYMENT
            ELSE
                 PERFORM PROPOSAL-APPLY-UPDATE.

            ELSE
                 DISPLAY "EXCLUSAO RECUSADA PELO PROGRAMA.".

       PROPOSAL-APPLY-REACTIVATE SECTION.
            MOVE PEND-ARGV-IMAGE TO REACTIVATE-ARGV.
            MOVE USER-ID TO RCT-USER-ID.
            MOVE "A" TO RCT-OPERATION.
            MOVE "1" TO RCT-RESULT.
            CALL "REACTIV" USING REACTIVATE-ARGV.
            IF RCT-RESULT = "0"
                 PERFORM PROPOSAL-MARK-APPROVED
            ELSE
                 DISPLAY "REATIVACAO RECUSADA PELO PROGRAMA.".

       PROPOSAL-APPLY-CONTROL SECTION.
            MOVE PEND-ARGV-IMAGE TO CONTROL-ARGV.
            MOVE USER-ID TO CTL-USER-ID.
            MOVE "A" TO CTL-APPLY-MODE.
            MOVE "1" TO CTL-RESULT.
            CALL "CTLMAINT" USING CONTROL-ARGV.
            IF CTL-RESULT = "0"
                 PERFORM PROPOSAL-MARK-APPROVED
            ELSE
                 DISPLAY "ALTERACAO DE CONTROLE RECUSADA PELO "
                      WITH NO ADVANCING
                 DISPLAY "PROGRAMA.".

       PROPOSAL-APPLY-PAYMENT SECTION.
            MOVE PEND-ARGV-IMAGE TO PAYRUN-ARGV.
            MOVE USER-ID TO PRN-USER-ID.
            MOVE "A" TO PRN-OPERATION.
            MOVE "1" TO PRN-RESULT.
            CALL "PAYRUN" USING PAYRUN-ARGV.
            IF PRN-RESULT = "0"
                 PERFORM PROPOSAL-MARK-APPROVED
            ELSE
                 DISPLAY "PAGAMENTO RECUSADO PELO PROGRAMA.".

       PROPOSAL-MARK-APPROVED SECTION.
            MOVE "A" TO PEND-STATUS.
            MOVE USER-ID TO PEND-CHECKER.
