       01 WS-OBJECTION-STATUS PIC X(2).
       01 WS-ENV-OBJECTION PIC X(40) VALUE "objections.dat".
       01 WS-OBJ-OPEN-SWITCH PIC X VALUE "N".
           88 OBJECTION-REGISTER-OPEN VALUE "Y".
           88 OBJECTION-REGISTER-FAILED VALUE "F".
       01 WS-OBJ-CHECK-ID PIC 9(6).
       01 WS-OBJ-CHECK-DATE PIC 9(8).
       01 WS-OBJ-HONOUR-FLAGS PIC X(4) VALUE SPACES.
       01 WS-OBJ-HONOUR-TABLE REDEFINES WS-OBJ-HONOUR-FLAGS.
           05 WS-OBJ-HONOUR PIC X OCCURS 4 TIMES.
       01 WS-OBJ-TYPE-CODES PIC X(4) VALUE "PAJR".
       01 WS-OBJ-TYPE-CODE-TABLE REDEFINES WS-OBJ-TYPE-CODES.
           05 WS-OBJ-TYPE-CODE PIC X OCCURS 4 TIMES.
       01 WS-OBJ-TYPE-NAMES.
           05 FILLER PIC X(20) VALUE "political parties".
           05 FILLER PIC X(20) VALUE "address-book publ.".
           05 FILLER PIC X(20) VALUE "press notices".
           05 FILLER PIC X(20) VALUE "religious bodies".
       01 WS-OBJ-TYPE-NAME-TABLE REDEFINES WS-OBJ-TYPE-NAMES.
           05 WS-OBJ-TYPE-NAME PIC X(20) OCCURS 4 TIMES.
       01 WS-OBJ-IDX PIC 9.
       01 WS-OBJ-WITHHELD-SWITCH PIC X VALUE "N".
           88 OBJECTION-WITHHELD VALUE "Y".
       01 WS-OBJ-WITHHELD-COUNTS.
           05 WS-OBJ-WITHHELD-COUNT PIC 9(6) OCCURS 4 TIMES.
       01 WS-OBJ-WITHHELD-TOTAL PIC 9(6) VALUE 0.
