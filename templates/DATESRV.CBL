                 PERFORM MINUS-BUSINESS
            ELSE IF DATE-OPERATION = "D"
                 PERFORM COUNT-BUSINESS
            ELSE IF DATE-OPERATION = "C"
                 PERFORM COUNT-CALENDAR
            ELSE
                 DISPLAY "ERRO: OPERACAO INVALIDA.".
            PERFORM CALENDAR-CLOSE.
            IF WS-WORK = "Y"
                 ADD 1 TO WS-COUNT.

       COUNT-CALENDAR SECTION.
            MOVE 0 TO DATE-DAYS.
            MOVE 0 TO WS-TO-INT.
            IF WS-TO-DATE NUMERIC
                 MOVE WS-TO-DATE TO WS-DATE-9
                 COMPUTE WS-TO-INT =
                      FUNCTION INTEGER-OF-DATE(WS-DATE-9).
            IF WS-TO-INT = 0 OR WS-TO-INT < WS-INT
                 DISPLAY "ERRO: DATA FINAL INVALIDA."
            ELSE
                 COMPUTE DATE-DAYS = WS-TO-INT - WS-INT
                 MOVE WS-TO-DATE TO DATE-OUTPUT
                 MOVE "0" TO RESULT-CODE.

       DATE-RESULT SECTION.
            COMPUTE WS-DATE-9 = FUNCTION DATE-OF-INTEGER(WS-INT).
            MOVE WS-DATE-9 TO DATE-OUTPUT.
