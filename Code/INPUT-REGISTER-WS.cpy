       01 WS-INPUT-REGISTER-STATUS PIC X(2).
       01 WS-REAPPLY-CARD-STATUS PIC X(2).
       01 WS-BATCH-STATUS-STATUS PIC X(2).
       01 WS-IR-EOF-SWITCH PIC X VALUE "N".
           88 WS-IR-EOF VALUE "Y".
       01 WS-IR-PROGRAM PIC X(20).
       01 WS-IR-FILE-NAME PIC X(40).
       01 WS-IR-OPERATOR-ID PIC X(8).
       01 WS-IR-LINE PIC X(500).
       01 WS-IR-LINE-LEN PIC 9(4).
       01 WS-IR-POS PIC 9(4).
       01 WS-IR-RECORD-COUNT PIC 9(8) VALUE 0.
       01 WS-IR-HASH PIC 9(12) VALUE 0.
       01 WS-IR-QUOTIENT PIC 9(12).
       01 WS-IR-PRIOR-TIMESTAMP PIC 9(14).
       01 WS-IR-APPLIED-SWITCH PIC X VALUE "N".
           88 INPUT-ALREADY-APPLIED VALUE "Y".
       01 WS-IR-CLEARED-SWITCH PIC X VALUE "N".
           88 INPUT-CLEARED VALUE "Y".
       01 WS-IR-OVERRIDE-BY PIC X(8) VALUE SPACES.
       01 WS-IR-STAMP-DATE PIC 9(8).
       01 WS-IR-STAMP-TIME PIC 9(8).
       01 WS-IR-TIMESTAMP PIC 9(14).
