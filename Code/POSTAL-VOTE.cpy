       01 POSTAL-VOTE-RECORD.
           05 PV-KEY.
               10 PV-ELECTION-DATE PIC 9(8).
               10 PV-PERSON-ID PIC 9(6).
           05 PV-DISTRICT PIC X(6).
           05 PV-APPLICATION-DATE PIC 9(8).
           05 PV-DELIVERY-STREET PIC X(15).
           05 PV-DELIVERY-HOUSENUMBER PIC X(5).
           05 PV-DELIVERY-ZIP-CODE PIC X(6).
           05 PV-DELIVERY-CITY PIC X(15).
           05 PV-ISSUED-DATE PIC 9(8).
           05 PV-RETURNED-DATE PIC 9(8).
           05 PV-OPERATOR-ID PIC X(8).
