               88 CJ-ACTION-DELETE VALUE "D".
           05 CJ-OPERATOR-ID PIC X(8).
           05 CJ-TIMESTAMP PIC 9(14).
           05 CJ-BEFORE-IMAGE PIC X(208).
           05 CJ-AFTER-IMAGE PIC X(208).
           05 CJ-PROGRAM-NAME PIC X(20).
           05 CJ-CHAIN-HASH PIC 9(8).
