       01 DD-COLLECTION-RECORD.
           05 DC-FILE-NAME PIC X(40).
           05 DC-COLLECTION-DATE PIC 9(8).
           05 DC-INVOICE-NUMBER PIC 9(6).
           05 DC-REQUESTER PIC X(8).
           05 DC-AMOUNT PIC 9(5)V99.
           05 DC-STATUS PIC X.
               88 DC-COLLECTED VALUE "C".
               88 DC-RETURNED VALUE "R".
           05 DC-RETURN-DATE PIC 9(8).
           05 DC-REASON-CODE PIC X(4).
