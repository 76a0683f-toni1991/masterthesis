       COPY "PersonData".

       FD HouseholdFile.
       COPY "HouseholdData".

       FD WriteLogFile.
       COPY "WRITE-LOG".
       01 WS-STAMP-TIME PIC 9(8).
       01 WS-CURRENT-CCYY PIC 9(4).
       01 WS-HH-LIMIT PIC 9(4).
       01 WS-CHILD-SLOT PIC 9(2).
       01 WS-FIRSTNAME-TABLE.
           05 FILLER PIC X(06) VALUE "ANNA  ".
           05 FILLER PIC X(06) VALUE "BERND ".

       GENERATE-ONE-MEMBER SECTION.
           MOVE SPACES TO HOUSEHOLD-RECORD.
           COMPUTE HH-PERSON-ID = 100 + WS-GEN-IDX.
           PERFORM VARYING WS-CHILD-SLOT FROM 1 BY 1
                   UNTIL WS-CHILD-SLOT > 9
               MOVE 0 TO HH-CHILD-ID(WS-CHILD-SLOT)
           END-PERFORM.
           DIVIDE WS-GEN-IDX BY 20 GIVING WS-WORK
               REMAINDER WS-REMAINDER.
           COMPUTE WS-NAME-PICK = WS-REMAINDER + 1.
