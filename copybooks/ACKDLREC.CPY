       01   ACKDL-RECORD.
            03 ADL-PARTNER-ID           PIC X(08).
            03 ADL-ACK-HOURS            PIC 9(03).
