       01 SIGNON-LOG-RECORD.
           05 SL-OPERATOR-ID PIC X(8).
           05 SL-TIMESTAMP PIC 9(14).
           05 SL-PROGRAM-NAME PIC X(20).
