       01 INVOICE-ADJUSTMENT-RECORD.
           05 IA-ADJUST-TYPE PIC X.
               88 IA-CREDIT-NOTE VALUE "C".
               88 IA-WRITE-OFF VALUE "W".
           05 IA-INVOICE-NUMBER PIC 9(6).
           05 IA-REQUESTER PIC X(8).
           05 IA-REASON-CODE PIC X(4).
           05 IA-AMOUNT PIC 9(5)V99.
           05 IA-FULL-FLAG PIC X.
               88 IA-FULL VALUE "Y".
           05 IA-STATUS PIC X.
               88 IA-PROPOSED VALUE "P".
               88 IA-BOOKED VALUE "B".
               88 IA-REJECTED VALUE "R".
               88 IA-NOT-APPLIED VALUE "N".
           05 IA-REQUEST-ID PIC 9(6).
           05 IA-PROPOSED-BY PIC X(8).
           05 IA-PROPOSED-DATE PIC 9(8).
           05 IA-APPROVED-BY PIC X(8).
           05 IA-BOOKED-DATE PIC 9(8).
           05 IA-CREDIT-NOTE-NUMBER PIC 9(6).
           05 IA-NOTE PIC X(30).
