           05 HM-HOUSEHOLD-ID PIC 9(4).
           05 HM-MEMBER-COUNT PIC 9(2).
           05 HM-MEMBER OCCURS 10 TIMES.
               10 HM-PERSON-ID PIC 9(6).
               10 HM-FIRSTNAME PIC X(6).
               10 HM-SURNAME PIC X(6).
               10 HM-PARTNER-IDX PIC 9(2).
               10 HM-CHILD-COUNT PIC 9.
               10 HM-CHILD-ID OCCURS 9 TIMES PIC 9(6).
               10 HM-CHILD-NAME OCCURS 9 TIMES PIC X(6).
