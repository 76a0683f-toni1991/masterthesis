           05 LINE 6 COLUMN 2 VALUE "Date of birth (CCYYMMDD)".
           05 LINE 6 COLUMN 32 PIC 9(8) USING DATE-OF-BIRTH.
           05 LINE 6 COLUMN 48 PIC X(2) FROM PE-DOB-MARK HIGHLIGHT.
           05 LINE 7 COLUMN 2 VALUE "First name".
           05 LINE 7 COLUMN 32 PIC X(10) USING FIRSTNAME.
           05 LINE 7 COLUMN 48 PIC X(2) FROM PE-FIRSTNAME-MARK
               HIGHLIGHT.
           05 LINE 8 COLUMN 2 VALUE "Surname".
           05 LINE 8 COLUMN 32 PIC X(10) USING SURNAME.
           05 LINE 8 COLUMN 48 PIC X(2) FROM PE-SURNAME-MARK
               HIGHLIGHT.
           05 LINE 9 COLUMN 2 VALUE "Street".
           05 LINE 9 COLUMN 32 PIC X(15) USING STREET.
           05 LINE 9 COLUMN 48 PIC X(2) FROM PE-ADDRESS-MARK
               HIGHLIGHT.
           05 LINE 10 COLUMN 2 VALUE "House number".
           05 LINE 10 COLUMN 32 PIC X(5) USING HOUSENUMBER.
           05 LINE 11 COLUMN 2 VALUE "ZIP code".
           05 LINE 11 COLUMN 32 PIC X(6) USING ZIP-CODE.
           05 LINE 11 COLUMN 48 PIC X(2) FROM PE-ADDRESS-MARK
               HIGHLIGHT.
           05 LINE 12 COLUMN 2 VALUE "City".
           05 LINE 12 COLUMN 32 PIC X(15) USING CITY.
           05 LINE 12 COLUMN 48 PIC X(2) FROM PE-ADDRESS-MARK
               HIGHLIGHT.
           05 LINE 13 COLUMN 2 VALUE "Sex (M/F)".
           05 LINE 13 COLUMN 32 PIC X USING SEX-CODE.
           05 LINE 13 COLUMN 48 PIC X(2) FROM PE-SEX-MARK HIGHLIGHT.
           05 LINE 14 COLUMN 2 VALUE "Nationality (blank = native)".
           05 LINE 14 COLUMN 32 PIC X(3) USING NATIONALITY-CODE.
           05 LINE 14 COLUMN 48 PIC X(2) FROM PE-NATIONALITY-MARK
               HIGHLIGHT.
           05 LINE 15 COLUMN 2 VALUE "Permit type (blank = none)".
           05 LINE 15 COLUMN 32 PIC X(2) USING PERMIT-TYPE.
           05 LINE 16 COLUMN 2 VALUE "Permit expiry (0 = none)".
           05 LINE 16 COLUMN 32 PIC 9(8) USING PERMIT-EXPIRY-DATE.
           05 LINE 16 COLUMN 48 PIC X(2) FROM PE-PERMIT-MARK
               HIGHLIGHT.
