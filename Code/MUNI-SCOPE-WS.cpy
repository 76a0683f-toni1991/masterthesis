       01 WS-MUNI-SCOPE-TABLE.
           05 WS-MUNI-SCOPE-CODE PIC X(4) OCCURS 5 TIMES.
       01 WS-MUNI-IDX PIC 9(1).
       01 WS-MUNI-ALL-SWITCH PIC X VALUE "Y".
           88 OPERATOR-ALL-MUNICIPALITIES VALUE "Y".
       01 WS-MUNI-IN-SCOPE-SWITCH PIC X VALUE "Y".
           88 MUNICIPALITY-IN-SCOPE VALUE "Y".
       01 WS-MUNI-CHECK-CODE PIC X(4).
       01 WS-MUNI-HOME-CODE PIC X(4) VALUE SPACES.
       01 WS-MUNI-PROGRAM PIC X(20).
       01 WS-MUNI-REFUSED-COUNT PIC 9(6) VALUE 0.
       01 WS-MUNI-STAMP-DATE PIC 9(8).
       01 WS-MUNI-STAMP-TIME PIC 9(8).
