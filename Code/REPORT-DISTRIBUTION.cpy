       01 REPORT-DISTRIBUTION-RECORD.
           05 RD-REPORT-NAME PIC X(20).
           05 RD-RECIPIENT-ID PIC X(8).
           05 RD-RECIPIENT-NAME PIC X(20).
           05 RD-COPIES PIC 9(2).
           05 RD-DELIVERY-METHOD PIC X.
               88 RD-BY-COLLECTION VALUE "C".
               88 RD-BY-INTERNAL-MAIL VALUE "M".
               88 RD-BY-ELECTRONIC VALUE "E".
