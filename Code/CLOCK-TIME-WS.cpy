       01 WS-CLOCK-HHMM PIC 9(4).
       01 WS-CLOCK-PARTS REDEFINES WS-CLOCK-HHMM.
           05 WS-CLOCK-HH PIC 9(2).
           05 WS-CLOCK-MM PIC 9(2).
       01 WS-CLOCK-MINUTES PIC 9(4).
       01 WS-CLOCK-TEXT.
           05 WS-CLOCK-TEXT-HH PIC 9(2).
           05 FILLER PIC X VALUE ":".
           05 WS-CLOCK-TEXT-MM PIC 9(2).
