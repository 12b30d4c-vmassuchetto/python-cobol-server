       01   FXRATE-RECORD.
            03 FX-KEY.
               05 FX-FROM               PIC X(03).
               05 FX-TO                 PIC X(03).
               05 FX-DATE               PIC X(08).
            03 FX-RATE                  PIC 9(07)V9(08).
            03 FX-MAINTAINED-BY         PIC X(08).
            03 FX-TIMESTAMP             PIC X(21).
