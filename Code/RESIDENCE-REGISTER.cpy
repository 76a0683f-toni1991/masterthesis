       01 RESIDENCE-REGISTER-RECORD.
           05 RR-KEY.
               10 RR-PERSON-ID PIC 9(6).
               10 RR-SEQUENCE PIC 9(2).
           05 RR-RESIDENCE-TYPE PIC X.
               88 RR-MAIN-RESIDENCE VALUE "M".
               88 RR-SECONDARY-RESIDENCE VALUE "S".
               88 RR-TYPE-VALID VALUE "M" "S".
           05 RR-STREET PIC X(15).
           05 RR-HOUSENUMBER PIC X(5).
           05 RR-ZIP-CODE PIC X(6).
           05 RR-CITY PIC X(15).
           05 RR-LOCAL-FLAG PIC X.
               88 RR-IN-MUNICIPALITY VALUE "Y".
           05 RR-VALID-FROM PIC 9(8).
           05 RR-VALID-TO PIC 9(8).
           05 RR-OPERATOR-ID PIC X(8).
           05 RR-CHANGE-DATE PIC 9(8).
