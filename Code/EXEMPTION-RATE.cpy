       01 EXEMPTION-RATE-RECORD.
           05 ER-CATEGORY PIC X(4).
           05 ER-SERVICE-CODE PIC X(4).
               88 ER-ALL-SERVICES VALUE SPACES.
           05 ER-PERCENT PIC 9(3).
           05 ER-VALID-FROM PIC 9(8).
           05 ER-VALID-TO PIC 9(8).
