       01 WS-DN-DATE PIC 9(8).
       01 WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
           05 WS-DN-CCYY PIC 9(4).
           05 WS-DN-MM PIC 9(2).
           05 WS-DN-DD PIC 9(2).
       01 WS-DN-YEAR PIC 9(4).
       01 WS-DN-MONTH PIC 9(2).
       01 WS-DN-QUOTIENT PIC 9(6).
       01 WS-DN-DAYS PIC 9(8).
       01 WS-DN-VALID-SWITCH PIC X VALUE "N".
           88 DN-DATE-VALID VALUE "Y".
