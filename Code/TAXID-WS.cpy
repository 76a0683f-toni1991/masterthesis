       01 WS-TAXID-REQUEST-STATUS PIC X(2).
       01 WS-TAXID-SYSTEM-CODE PIC X(8) VALUE "TAXID".
       01 TAXID-REQUEST-EOF-SWITCH PIC X VALUE "N".
           88 TAXID-REQUEST-EOF VALUE "Y".
       01 WS-TQ-OVERFLOW-SWITCH PIC X VALUE "N".
           88 TAXID-REQUEST-OVERFLOW VALUE "Y".
       01 WS-TAXID-REQUEST-TABLE.
           05 WS-TQ-ENTRY OCCURS 2000 TIMES.
               10 T-TQ-PERSON-ID PIC 9(6).
               10 T-TQ-REQUEST-DATE PIC 9(8).
               10 T-TQ-STATUS PIC X.
               10 T-TQ-ANSWER-DATE PIC 9(8).
       01 WS-TQ-COUNT PIC 9(4) VALUE 0.
       01 WS-TQ-IDX PIC 9(4).
       01 WS-TQ-FOUND-IDX PIC 9(4) VALUE 0.
       01 WS-TQ-WANT-PERSON PIC 9(6).
