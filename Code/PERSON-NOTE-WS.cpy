       01 WS-PERSON-NOTE-STATUS PIC X(2).
       01 WS-PN-EOF-SWITCH PIC X VALUE "N".
           88 PN-EOF VALUE "Y".
       01 WS-PN-WANT-ID PIC 9(6).
       01 WS-PN-COUNT PIC 9(4) VALUE 0.
       01 WS-PN-LATEST-COUNT PIC 9 VALUE 0.
       01 WS-PN-LATEST-TABLE.
           05 WS-PN-LATEST PIC X(89) OCCURS 3 TIMES.
       01 WS-PN-IDX PIC 9.
       01 WS-PN-CATEGORY-TEXT PIC X(10).
       01 WS-PN-NEW-CATEGORY PIC X.
       01 WS-PN-NEW-TEXT PIC X(60).
