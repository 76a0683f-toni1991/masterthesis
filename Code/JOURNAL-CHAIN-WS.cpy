       01 WS-JC-HASH PIC 9(12) VALUE 0.
       01 WS-JC-QUOTIENT PIC 9(12).
       01 WS-JC-POS PIC 9(4).
       01 WS-JC-BODY-LEN PIC 9(4) VALUE 465.
