       01 CODE-TABLE-RECORD.
           05 CD-TABLE-NAME PIC X(12).
               88 CD-NATIONALITY-TABLE VALUE "NATIONALITY".
               88 CD-PERMIT-TABLE VALUE "PERMIT-TYPE".
               88 CD-MUNICIPALITY-TABLE VALUE "MUNICIPALITY".
               88 CD-SERVICE-TABLE VALUE "SERVICE".
               88 CD-COUNTRY-TABLE VALUE "COUNTRY".
               88 CD-EXEMPTION-TABLE VALUE "EXEMPTION".
               88 CD-TABLE-NAME-VALID VALUE "NATIONALITY"
                   "PERMIT-TYPE" "MUNICIPALITY" "SERVICE" "COUNTRY"
                   "EXEMPTION".
           05 CD-CODE PIC X(4).
           05 CD-DESCRIPTION PIC X(30).
           05 CD-VALID-FROM PIC 9(8).
           05 CD-VALID-TO PIC 9(8).
           05 CD-OPERATOR-ID PIC X(8).
           05 CD-CHANGE-DATE PIC 9(8).
