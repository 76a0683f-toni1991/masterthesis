           05 TEST-AGE PIC 9(3).
           05 TEST-FIRSTNAME PIC X(10).
           05 TEST-SURNAME PIC X(10).
           05 TEST-REST PIC X(171).

       FD HouseholdFile.
       COPY "HouseholdData".

       FD TestHouseholdFile.
       01 TEST-HOUSEHOLD-RECORD.
           05 TH-PERSON-ID PIC 9(6).
           05 TH-FIRSTNAME PIC X(6).
           05 TH-SURNAME PIC X(6).
           05 TH-PARTNER-IDX PIC 9(2).
           05 TH-CHILD-COUNT PIC 9.
           05 TH-CHILD-ID OCCURS 9 TIMES PIC 9(6).
           05 TH-CHILD-NAME OCCURS 9 TIMES PIC X(6).

       FD CopyDownCardFile.

       MASK-HOUSEHOLD-LINE SECTION.
           MOVE SPACES TO TEST-HOUSEHOLD-RECORD.
           MOVE HH-PERSON-ID TO TH-PERSON-ID.
           PERFORM VARYING WS-CHILD-IDX FROM 1 BY 1
                   UNTIL WS-CHILD-IDX > 9
               MOVE 0 TO TH-CHILD-ID(WS-CHILD-IDX)
           END-PERFORM.
           MOVE SPACES TO WS-NAME-IN.
           MOVE HH-FIRSTNAME TO WS-NAME-IN(1:6).
           PERFORM SCRAMBLE-FIRSTNAME.
               PERFORM SCRAMBLE-FIRSTNAME
               MOVE WS-NAME-OUT(1:6)
                   TO TH-CHILD-NAME(WS-CHILD-IDX)
               MOVE HH-CHILD-ID(WS-CHILD-IDX)
                   TO TH-CHILD-ID(WS-CHILD-IDX)
           END-PERFORM.
           WRITE TEST-HOUSEHOLD-RECORD.
           ADD 1 TO WS-HH-COPIED.
