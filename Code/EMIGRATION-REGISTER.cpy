       01 EMIGRATION-REGISTER-RECORD.
           05 EM-PERSON-ID PIC 9(6).
           05 EM-EVENT PIC X.
               88 EM-DEPARTURE VALUE "D".
               88 EM-RETURN VALUE "R".
           05 EM-COUNTRY-CODE PIC X(3).
           05 EM-EVENT-DATE PIC 9(8).
           05 EM-OPERATOR-ID PIC X(8).
           05 EM-TIMESTAMP PIC 9(14).
           05 EM-PRIOR-STATUS PIC X.
