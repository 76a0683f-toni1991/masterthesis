       01 CASH-PAYMENT-RECORD.
           05 CP-RECEIPT-NUMBER PIC 9(6).
           05 CP-PAY-DATE PIC 9(8).
           05 CP-PAY-TIME PIC 9(6).
           05 CP-OPERATOR-ID PIC X(8).
           05 CP-DRAWER PIC X(2).
           05 CP-INVOICE-NUMBER PIC 9(6).
           05 CP-AMOUNT PIC 9(5)V99.
           05 CP-TENDERED PIC 9(5)V99.
           05 CP-CHANGE PIC 9(5)V99.
