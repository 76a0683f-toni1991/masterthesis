       01 LATE-FINE-RECORD.
           05 LF-PERSON-ID PIC 9(6).
           05 LF-MOVE-DATE PIC 9(8).
           05 LF-REGISTERED-DATE PIC 9(8).
           05 LF-DAYS-LATE PIC 9(4).
           05 LF-AMOUNT PIC 9(5)V99.
           05 LF-STATUS PIC X.
               88 LF-PROPOSED VALUE "P".
               88 LF-BILLED VALUE "B".
               88 LF-REJECTED VALUE "R".
           05 LF-REQUEST-ID PIC 9(6).
           05 LF-INVOICE-NUMBER PIC 9(6).
           05 LF-PROPOSED-BY PIC X(8).
