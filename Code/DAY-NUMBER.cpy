       DATE-TO-DAY-NUMBER SECTION.
           MOVE "N" TO WS-DN-VALID-SWITCH.
           MOVE 0 TO WS-DN-DAYS.
           IF WS-DN-MM > 0 AND WS-DN-MM < 13
               AND WS-DN-DD > 0 AND WS-DN-DD < 32
               AND WS-DN-CCYY > 1600
               SET DN-DATE-VALID TO TRUE
               IF WS-DN-MM < 3
                   COMPUTE WS-DN-YEAR = WS-DN-CCYY - 1
                   COMPUTE WS-DN-MONTH = WS-DN-MM + 9
               ELSE
                   MOVE WS-DN-CCYY TO WS-DN-YEAR
                   COMPUTE WS-DN-MONTH = WS-DN-MM - 3
               END-IF
               COMPUTE WS-DN-DAYS = WS-DN-YEAR * 365 + WS-DN-DD
               DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOTIENT
               ADD WS-DN-QUOTIENT TO WS-DN-DAYS
               DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT
               SUBTRACT WS-DN-QUOTIENT FROM WS-DN-DAYS
               DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT
               ADD WS-DN-QUOTIENT TO WS-DN-DAYS
               COMPUTE WS-DN-QUOTIENT = WS-DN-MONTH * 153 + 2
               DIVIDE WS-DN-QUOTIENT BY 5 GIVING WS-DN-QUOTIENT
               ADD WS-DN-QUOTIENT TO WS-DN-DAYS
           END-IF.
