       01   XMIT-RECORD.
            03 XMIT-KEY.
               05 XMIT-PARTNER          PIC X(08).
               05 XMIT-FILE-ID          PIC X(30).
               05 XMIT-RUN-NUMBER       PIC 9(09).
            03 XMIT-PROGRAM             PIC X(08).
            03 XMIT-FILE-PATH           PIC X(100).
            03 XMIT-RECORD-COUNT        PIC 9(09).
            03 XMIT-HASH-TOTAL          PIC 9(13)V99.
            03 XMIT-SENT-TIMESTAMP      PIC X(21).
            03 XMIT-STATE               PIC X(01).
            03 XMIT-ACK-COUNT           PIC 9(09).
            03 XMIT-ACK-REASON          PIC X(20).
            03 XMIT-ACK-TIMESTAMP       PIC X(21).
