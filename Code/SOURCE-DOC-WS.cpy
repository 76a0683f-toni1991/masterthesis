       01 WS-SOURCE-DOC-STATUS PIC X(2).
       01 SOURCE-DOC-EOF-SWITCH PIC X VALUE "N".
           88 SOURCE-DOC-EOF VALUE "Y".
       01 WS-SI-RULE-TABLE.
           05 FILLER PIC X(26) VALUE "BC030birth certificate".
           05 FILLER PIC X(26) VALUE "CO030court order".
           05 FILLER PIC X(26) VALUE "MC030marriage certificate".
           05 FILLER PIC X(26) VALUE "DC030death certificate".
           05 FILLER PIC X(26) VALUE "LC005landlord confirmation".
           05 FILLER PIC X(26) VALUE "OT010other document".
       01 WS-SI-RULES REDEFINES WS-SI-RULE-TABLE.
           05 WS-SI-RULE OCCURS 6 TIMES.
               10 WS-SI-RULE-TYPE PIC X(2).
               10 WS-SI-RULE-YEARS PIC 9(3).
               10 WS-SI-RULE-NAME PIC X(21).
       01 WS-SI-RULE-IDX PIC 9(2).
       01 WS-SI-RULE-FOUND-SWITCH PIC X.
           88 SI-RULE-FOUND VALUE "Y".
       01 WS-SI-TYPE-NAME PIC X(21).
       01 WS-SI-RETAIN-DATE PIC 9(8).
       01 WS-SI-RETAIN-PARTS REDEFINES WS-SI-RETAIN-DATE.
           05 WS-SI-RETAIN-CCYY PIC 9(4).
           05 WS-SI-RETAIN-MMDD PIC 9(4).
