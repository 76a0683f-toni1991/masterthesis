       01 WS-RELIGION-CODE-STATUS PIC X(2).
       01 WS-RELIGION-LOADED-SWITCH PIC X VALUE "N".
           88 RELIGION-CODES-LOADED VALUE "Y".
       01 WS-RELIGION-PRESENT-SWITCH PIC X VALUE "N".
           88 RELIGION-CODES-PRESENT VALUE "Y".
       01 RELIGION-EOF-SWITCH PIC X VALUE "N".
           88 RELIGION-EOF VALUE "Y".
       01 WS-RELIGION-TABLE.
           05 WS-RELIGION-ENTRY OCCURS 40 TIMES.
               10 T-RC-CODE PIC X(2).
               10 T-RC-NAME PIC X(20).
               10 T-RC-CHURCH-TAX-FLAG PIC X.
       01 WS-RELIGION-COUNT PIC 9(2) VALUE 0.
       01 WS-RELIGION-IDX PIC 9(2).
       01 WS-RELIGION-CHECK-CODE PIC X(2).
       01 WS-RELIGION-NAME PIC X(20).
       01 WS-RELIGION-VALID-SWITCH PIC X VALUE "Y".
           88 RELIGION-CODE-VALID VALUE "Y".
       01 WS-RELIGION-TAX-SWITCH PIC X VALUE "N".
           88 RELIGION-CHURCH-TAX-LIABLE VALUE "Y".
