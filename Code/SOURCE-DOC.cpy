       01 SOURCE-DOC-RECORD.
           05 SI-DOC-NUMBER PIC 9(8).
           05 SI-PERSON-ID PIC 9(6).
           05 SI-DOC-TYPE PIC X(2).
               88 SI-BIRTH-CERTIFICATE VALUE "BC".
               88 SI-COURT-ORDER VALUE "CO".
               88 SI-MARRIAGE-CERTIFICATE VALUE "MC".
               88 SI-DEATH-CERTIFICATE VALUE "DC".
               88 SI-LANDLORD-CONFIRMATION VALUE "LC".
               88 SI-OTHER-DOCUMENT VALUE "OT".
           05 SI-ARCHIVE-REF PIC X(15).
           05 SI-DOC-REFERENCE PIC X(12).
           05 SI-RECEIVED-DATE PIC 9(8).
           05 SI-RETAIN-UNTIL PIC 9(8).
           05 SI-STATUS PIC X.
               88 SI-FILED VALUE "F".
               88 SI-DESTROYED VALUE "D".
           05 SI-DESTROYED-DATE PIC 9(8).
           05 SI-OPERATOR-ID PIC X(8).
