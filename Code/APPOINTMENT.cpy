       01 APPOINTMENT-RECORD.
           05 AP-APPOINTMENT-ID PIC 9(6).
           05 AP-DATE PIC 9(8).
           05 AP-COUNTER PIC X(2).
           05 AP-START-TIME PIC 9(4).
           05 AP-END-TIME PIC 9(4).
           05 AP-SERVICE-CODE PIC X(4).
           05 AP-PERSON-ID PIC 9(6).
           05 AP-NAME PIC X(30).
           05 AP-STATUS PIC X.
               88 AP-BOOKED VALUE "B".
               88 AP-ATTENDED VALUE "A".
               88 AP-NO-SHOW VALUE "N".
               88 AP-CANCELLED VALUE "C".
           05 AP-OPERATOR-ID PIC X(8).
           05 AP-TIMESTAMP PIC 9(14).
