       01 WS-CODE-TABLE-STATUS PIC X(2).
       01 WS-CODE-LOADED-SWITCH PIC X VALUE "N".
           88 CODE-TABLE-LOADED VALUE "Y".
       01 CODE-EOF-SWITCH PIC X VALUE "N".
           88 CODE-EOF VALUE "Y".
       01 WS-CODE-TABLE.
           05 WS-CODE-ENTRY OCCURS 500 TIMES.
               10 T-CD-TABLE-NAME PIC X(12).
               10 T-CD-CODE PIC X(4).
               10 T-CD-DESCRIPTION PIC X(30).
               10 T-CD-VALID-FROM PIC 9(8).
               10 T-CD-VALID-TO PIC 9(8).
       01 WS-CODE-COUNT PIC 9(3) VALUE 0.
       01 WS-CODE-IDX PIC 9(3).
       01 WS-CODE-TABLE-ENTRIES PIC 9(3).
       01 WS-CODE-CHECK-TABLE PIC X(12).
       01 WS-CODE-CHECK-CODE PIC X(4).
       01 WS-CODE-CHECK-DATE PIC 9(8).
       01 WS-CODE-DESCRIPTION PIC X(30).
       01 WS-CODE-RESULT PIC X VALUE "Y".
           88 CODE-VALID VALUE "Y".
           88 CODE-UNKNOWN VALUE "U".
           88 CODE-NOT-IN-FORCE VALUE "E".
           88 CODE-TABLE-EMPTY VALUE "N".
           88 CODE-ACCEPTABLE VALUE "Y" "N".
