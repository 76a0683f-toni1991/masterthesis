       01 HOUSEHOLD-RECORD.
           05 HH-PERSON-ID PIC 9(6).
           05 HH-FIRSTNAME PIC X(6).
           05 HH-SURNAME PIC X(6).
           05 HH-PARTNER-IDX PIC 9(2).
           05 HH-CHILD-COUNT PIC 9.
           05 HH-CHILD-ID OCCURS 9 TIMES PIC 9(6).
           05 HH-CHILD-NAME OCCURS 9 TIMES PIC X(6).
