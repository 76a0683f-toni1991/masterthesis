       01 LANDLORD-CONFIRM-RECORD.
           05 LC-PERSON-ID PIC 9(6).
           05 LC-MOVE-IN-DATE PIC 9(8).
           05 LC-STREET PIC X(15).
           05 LC-HOUSENUMBER PIC X(5).
           05 LC-ZIP-CODE PIC X(6).
           05 LC-LANDLORD-NAME PIC X(30).
           05 LC-LANDLORD-STREET PIC X(15).
           05 LC-LANDLORD-HOUSENUMBER PIC X(5).
           05 LC-LANDLORD-ZIP-CODE PIC X(6).
           05 LC-LANDLORD-CITY PIC X(15).
           05 LC-STATUS PIC X.
               88 LC-PENDING VALUE "P".
               88 LC-RECEIVED VALUE "R".
               88 LC-CANCELLED VALUE "C".
           05 LC-RECEIVED-DATE PIC 9(8).
           05 LC-OPENED-BY PIC X(8).
           05 LC-CLOSED-BY PIC X(8).
