               10 T-AQ-REQUEST-TS PIC 9(14).
               10 T-AQ-DECIDED-BY PIC X(8).
               10 T-AQ-DECISION-TS PIC 9(14).
               10 T-AQ-OPERATOR-ID PIC X(8).
       01 WS-AQ-COUNT PIC 9(3) VALUE 0.
       01 WS-AQ-IDX PIC 9(3).
       01 WS-AQ-WANT-ACTION PIC X.
       01 WS-AQ-WANT-ID PIC 9(6).
       01 WS-AQ-WANT-ID-2 PIC 9(6).
       01 WS-AQ-WANT-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-AQ-FOUND-SWITCH PIC X VALUE "N".
           88 AQ-TICKET-FOUND VALUE "Y".
       01 WS-AQ-FOUND-IDX PIC 9(3).
