       01 CASH-UP-RECORD.
           05 CU-DATE PIC 9(8).
           05 CU-OPERATOR-ID PIC X(8).
           05 CU-DRAWER PIC X(2).
           05 CU-PAYMENT-COUNT PIC 9(4).
           05 CU-EXPECTED PIC 9(7)V99.
           05 CU-COUNTED PIC 9(7)V99.
           05 CU-DIFFERENCE PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 CU-TIMESTAMP PIC 9(14).
