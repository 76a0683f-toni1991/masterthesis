       01 REAPPLY-CARD-RECORD.
           05 RA-PROGRAM-NAME PIC X(20).
           05 RA-HASH PIC 9(8).
           05 RA-SUPERVISOR-ID PIC X(8).
