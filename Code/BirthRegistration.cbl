       COPY "CHILD-LINK".

       FD HouseholdFile.
       COPY "HouseholdData".

       FD JournalFile.
       COPY "CHANGE-JOURNAL".
       01 WS-DOB-DD PIC 9(2).
       01 WS-COMPUTED-AGE PIC 9(3).
       01 WS-HH-TABLE.
           05 WS-HH-ENTRY PIC X(129) OCCURS 200 TIMES.
       01 WS-HH-COUNT PIC 9(3) VALUE 0.
       01 WS-HH-IDX PIC 9(3).
       01 HH-EOF-SWITCH PIC X VALUE "N".
           MOVE WS-CHILD-SEX TO SEX-CODE.
           SET STATUS-ACTIVE TO TRUE.
           MOVE WS-PARENT-MUNICIPALITY TO MUNICIPALITY-CODE.
           MOVE SPACES TO RELIGION-CODE.
           MOVE 0 TO RELIGION-EFFECTIVE-DATE.
           MOVE SPACES TO PREFERRED-LANGUAGE.
           MOVE WS-SIGNON-ID TO OPERATOR-ID.
           PERFORM COMPUTE-AGE.
           MOVE WS-UNIT-TIMESTAMP TO WRITE-TIMESTAMP.
           PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                   UNTIL WS-HH-IDX > WS-HH-COUNT
               MOVE WS-HH-ENTRY(WS-HH-IDX) TO HOUSEHOLD-RECORD
               IF HH-PERSON-ID = WS-PARENT-1-ID
                   OR (WS-PARENT-2-ID > 0
                   AND HH-PERSON-ID = WS-PARENT-2-ID)
                   IF HH-CHILD-COUNT < 9
                       ADD 1 TO HH-CHILD-COUNT
                       MOVE HH-CHILD-COUNT TO WS-CHILD-SLOT
                       MOVE WS-CHILD-ID
                           TO HH-CHILD-ID(WS-CHILD-SLOT)
                       MOVE WS-CHILD-FIRST(1:6)
                           TO HH-CHILD-NAME(WS-CHILD-SLOT)
                       MOVE HOUSEHOLD-RECORD
