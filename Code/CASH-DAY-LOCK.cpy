       01 CASH-DAY-LOCK-RECORD.
           05 DL-DATE PIC 9(8).
           05 DL-SUPERVISOR-ID PIC X(8).
           05 DL-TIMESTAMP PIC 9(14).
