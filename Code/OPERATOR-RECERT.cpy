       01 OPERATOR-RECERT-RECORD.
           05 RC-QUARTER PIC X(6).
           05 RC-OPERATOR-ID PIC X(8).
           05 RC-ROLE PIC X.
           05 RC-LAST-ACTIVITY PIC 9(8).
           05 RC-CHANGE-COUNT PIC 9(6).
           05 RC-ISSUED-DATE PIC 9(8).
           05 RC-DEADLINE-DATE PIC 9(8).
           05 RC-STATUS PIC X.
               88 RC-PENDING VALUE "P".
               88 RC-CONFIRMED VALUE "C".
               88 RC-REVOKED VALUE "R".
               88 RC-SUSPENDED VALUE "S".
           05 RC-DECIDED-BY PIC X(8).
           05 RC-DECISION-DATE PIC 9(8).
