       01 WS-ADDRESS-DOUBT-STATUS PIC X(2).
       01 WS-ENV-ADDRDOUBT PIC X(40) VALUE "addressdoubt.dat".
       01 WS-AD-OPEN-SWITCH PIC X VALUE "N".
           88 ADDRESS-DOUBT-OPEN VALUE "Y".
       01 WS-MAIL-REFERENCE.
           05 WS-MR-TYPE PIC X(4).
           05 WS-MR-DASH PIC X.
           05 WS-MR-PERSON-ID PIC 9(6).
           05 WS-MR-CHECK-DIGIT PIC X.
       01 WS-MR-MODE PIC X.
       01 WS-MR-RESULT PIC X.
           88 MR-CHECK-OK VALUE "Y".
       01 WS-MR-LINE PIC X(40).
       01 WS-MR-STREET PIC X(15).
       01 WS-MR-HOUSENUMBER PIC X(5).
       01 WS-MR-ZIP-CODE PIC X(6).
       01 WS-MR-STOP-SWITCH PIC X VALUE "N".
           88 MAIL-STOPPED VALUE "Y".
       01 WS-MR-STOPPED-COUNT PIC 9(6) VALUE 0.
       01 WS-MR-TYPE-CODES PIC X(32)
           VALUE "CHGLB090B100GOLDDUNNDOCXVOTELABL".
       01 WS-MR-TYPE-CODE-TABLE REDEFINES WS-MR-TYPE-CODES.
           05 WS-MR-TYPE-CODE PIC X(4) OCCURS 8 TIMES.
       01 WS-MR-TYPE-NAMES.
           05 FILLER PIC X(20) VALUE "change confirmation".
           05 FILLER PIC X(20) VALUE "90th birthday".
           05 FILLER PIC X(20) VALUE "100th birthday".
           05 FILLER PIC X(20) VALUE "golden wedding".
           05 FILLER PIC X(20) VALUE "dunning letter".
           05 FILLER PIC X(20) VALUE "document reminder".
           05 FILLER PIC X(20) VALUE "polling notice".
           05 FILLER PIC X(20) VALUE "mailing label".
       01 WS-MR-TYPE-NAME-TABLE REDEFINES WS-MR-TYPE-NAMES.
           05 WS-MR-TYPE-NAME PIC X(20) OCCURS 8 TIMES.
       01 WS-MR-IDX PIC 9.
