       01 INSTALLMENT-RECORD.
           05 IP-INVOICE-NUMBER PIC 9(6).
           05 IP-INSTALLMENT-NO PIC 9(2).
           05 IP-REQUESTER PIC X(8).
           05 IP-DUE-DATE PIC 9(8).
           05 IP-AMOUNT PIC 9(5)V99.
           05 IP-STATUS PIC X.
               88 IP-OPEN VALUE "O".
               88 IP-PAID VALUE "P".
               88 IP-CANCELLED VALUE "C".
           05 IP-PAID-DATE PIC 9(8).
           05 IP-OPERATOR-ID PIC X(8).
           05 IP-CREATED-DATE PIC 9(8).
