       01 WS-LETTER-TEMPLATE-STATUS PIC X(2).
       01 LETTER-TEMPLATE-EOF-SWITCH PIC X VALUE "N".
           88 LETTER-TEMPLATE-EOF VALUE "Y".
       01 WS-LT-TABLE.
           05 WS-LT-ENTRY OCCURS 600 TIMES.
               10 T-LT-CODE PIC X(8).
               10 T-LT-LANGUAGE PIC X(2).
               10 T-LT-TEXT PIC X(72).
       01 WS-LT-COUNT PIC 9(4) VALUE 0.
       01 WS-LT-IDX PIC 9(4).
       01 WS-LT-CODE PIC X(8).
       01 WS-LT-LANGUAGE PIC X(2).
       01 WS-LT-FOUND-SWITCH PIC X.
           88 LETTER-TEMPLATE-FOUND VALUE "Y".
       01 WS-LT-MISSING-SWITCH PIC X VALUE "N".
           88 LETTER-TEMPLATES-MISSING VALUE "Y".
       01 WS-LT-FIRST-ONLY-SWITCH PIC X VALUE "N".
           88 LT-FIRST-LINE-ONLY VALUE "Y".
       01 WS-LT-DONE-SWITCH PIC X.
           88 LT-LINE-DONE VALUE "Y".
       01 WS-LT-VALUES.
           05 WS-LT-VALUE-ENTRY OCCURS 16 TIMES.
               10 T-LT-TAG PIC X(10).
               10 T-LT-VALUE PIC X(40).
       01 WS-LT-VALUE-COUNT PIC 9(2) VALUE 0.
       01 WS-LT-VALUE-IDX PIC 9(2).
       01 WS-LT-TAG PIC X(10).
       01 WS-LT-VALUE PIC X(40).
       01 WS-LT-LINE PIC X(72).
       01 WS-LT-IN-POS PIC 9(3).
       01 WS-LT-OUT-POS PIC 9(3).
       01 WS-LT-END-POS PIC 9(3).
       01 WS-LT-SCAN PIC 9(3).
       01 WS-LT-TOKEN-LEN PIC 9(3).
       01 WS-LT-VALUE-LEN PIC 9(3).
       01 WS-LT-MERGED-COUNT PIC 9(6) VALUE 0.
       01 WS-LT-FALLBACK-COUNT PIC 9(6) VALUE 0.
       01 WS-LT-DATE PIC 9(8).
       01 WS-LT-DATE-PARTS REDEFINES WS-LT-DATE.
           05 WS-LT-DATE-CCYY PIC 9(4).
           05 WS-LT-DATE-MM PIC 9(2).
           05 WS-LT-DATE-DD PIC 9(2).
