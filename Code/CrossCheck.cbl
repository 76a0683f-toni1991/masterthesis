       COPY "PersonData".

       FD HouseholdFile.
       COPY "HouseholdData".

       FD BatchStatusFile.
       COPY "BATCH-STATUS".
       01 WS-MEMBER-TABLE.
           05 WS-MEMBER OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-MEMBER-COUNT INDEXED BY M-IDX.
               10 WS-MEMBER-PERSON-ID PIC 9(6).
               10 WS-MEMBER-FIRSTNAME PIC X(6).
               10 WS-MEMBER-SURNAME PIC X(6).
               10 WS-MEMBER-MATCHED-SWITCH PIC X.
                   88 WS-MEMBER-MATCHED VALUE "Y".
       01 WS-MASTER-MATCH-SWITCH PIC X.
           88 WS-MASTER-MATCHED VALUE "Y".
       01 WS-ORPHAN-MEMBER-COUNT PIC 9(3) VALUE 0.
                   IF NOT HH-EOF
                       ADD 1 TO WS-MEMBER-COUNT
                       SET M-IDX UP BY 1
                       MOVE HH-PERSON-ID
                           TO WS-MEMBER-PERSON-ID(M-IDX)
                       MOVE HH-FIRSTNAME
                           TO WS-MEMBER-FIRSTNAME(M-IDX)
                       MOVE HH-SURNAME TO WS-MEMBER-SURNAME(M-IDX)
           END-IF.

       MATCH-MASTER-RECORD SECTION.
           MOVE "N" TO WS-MASTER-MATCH-SWITCH.
           PERFORM VARYING M-IDX FROM 1 BY 1
                   UNTIL M-IDX > WS-MEMBER-COUNT
               IF WS-MEMBER-PERSON-ID(M-IDX) = PERSON-ID
                   SET WS-MEMBER-MATCHED(M-IDX) TO TRUE
                   SET WS-MASTER-MATCHED TO TRUE
               END-IF
                   UNTIL M-IDX > WS-MEMBER-COUNT
               IF NOT WS-MEMBER-MATCHED(M-IDX)
                   ADD 1 TO WS-ORPHAN-MEMBER-COUNT
                   IF WS-MEMBER-PERSON-ID(M-IDX) = 0
                       DISPLAY "Household member not linked to a "
                           "PERSON-ID: " WS-MEMBER-FIRSTNAME(M-IDX) " "
                           WS-MEMBER-SURNAME(M-IDX)
                   ELSE
                       DISPLAY "Household member with no master "
                           "record: PERSON-ID "
                           WS-MEMBER-PERSON-ID(M-IDX) " "
                           WS-MEMBER-FIRSTNAME(M-IDX) " "
                           WS-MEMBER-SURNAME(M-IDX)
                   END-IF
               END-IF
           END-PERFORM.

