       01 COUNTER-RECORD.
           05 CT-COUNTER-ID PIC X(2).
           05 CT-NAME PIC X(20).
           05 CT-OPEN-TIME PIC 9(4).
           05 CT-CLOSE-TIME PIC 9(4).
           05 CT-SERVICE-CODE PIC X(4) OCCURS 5 TIMES.
