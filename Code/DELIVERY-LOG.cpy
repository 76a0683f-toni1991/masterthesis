       01 DELIVERY-LOG-RECORD.
           05 DL-BUNDLE-FILE PIC X(40).
           05 DL-RECIPIENT-ID PIC X(8).
           05 DL-RUN-DATE PIC 9(8).
           05 DL-REPORT-COUNT PIC 9(4).
           05 DL-COPY-COUNT PIC 9(4).
           05 DL-DELIVERY-METHOD PIC X.
           05 DL-CONFIRMED-FLAG PIC X.
               88 DL-CONFIRMED VALUE "Y".
           05 DL-CONFIRMED-BY PIC X(20).
           05 DL-CONFIRM-TIMESTAMP PIC 9(14).
