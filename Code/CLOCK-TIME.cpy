       CLOCK-TO-MINUTES SECTION.
           COMPUTE WS-CLOCK-MINUTES = WS-CLOCK-HH * 60 + WS-CLOCK-MM.
           MOVE WS-CLOCK-HH TO WS-CLOCK-TEXT-HH.
           MOVE WS-CLOCK-MM TO WS-CLOCK-TEXT-MM.

       MINUTES-TO-CLOCK SECTION.
           DIVIDE WS-CLOCK-MINUTES BY 60 GIVING WS-CLOCK-HH
               REMAINDER WS-CLOCK-MM.
           MOVE WS-CLOCK-HH TO WS-CLOCK-TEXT-HH.
           MOVE WS-CLOCK-MM TO WS-CLOCK-TEXT-MM.
