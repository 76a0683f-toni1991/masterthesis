       COPY "MARITAL-EVENT".

       FD HouseholdFile.
       COPY "HouseholdData".

       FD NameHistoryFile.
       COPY "NAME-HISTORY".
       01 WS-STAMP-TIME PIC 9(8).
       01 WS-UNIT-TIMESTAMP PIC 9(14).
       01 WS-HH-TABLE.
           05 WS-HH-ENTRY PIC X(129) OCCURS 200 TIMES.
       01 WS-HH-COUNT PIC 9(3) VALUE 0.
       01 WS-HH-IDX PIC 9(3).
       01 HH-EOF-SWITCH PIC X VALUE "N".
           88 HH-EOF VALUE "Y".
       01 WS-A-IDX PIC 9(3) VALUE 0.
       01 WS-B-IDX PIC 9(3) VALUE 0.
       01 WS-CURRENT-DATE.
           05 WS-CURRENT-CCYY PIC 9(4).
           05 WS-CURRENT-MM PIC 9(2).
           MOVE WS-PERSON-A-ID TO WS-WORK-ID.
           PERFORM CHECK-ONE-SPOUSE.
           IF PARTY-OK
               MOVE SPACES TO WS-NAME-A
               STRING FIRSTNAME(1:6) DELIMITED BY SIZE
                   SURNAME(1:6) DELIMITED BY SIZE
               MOVE WS-PERSON-B-ID TO WS-WORK-ID
               PERFORM CHECK-ONE-SPOUSE
               IF PARTY-OK
                   MOVE SPACES TO WS-NAME-B
                   STRING FIRSTNAME(1:6) DELIMITED BY SIZE
                       SURNAME(1:6) DELIMITED BY SIZE
           MOVE 0 TO ME-MEMBER-B.
           MOVE WS-NAME-A TO ME-NAME-A.
           MOVE WS-NAME-B TO ME-NAME-B.
           MOVE WS-PERSON-A-ID TO ME-PERSON-A-ID.
           MOVE WS-PERSON-B-ID TO ME-PERSON-B-ID.
           OPEN EXTEND MaritalEventFile.
           IF WS-MARITAL-EVENT-STATUS = "35"
               CLOSE MaritalEventFile
                       ADD 1 TO WS-HH-COUNT
                       MOVE HOUSEHOLD-RECORD
                           TO WS-HH-ENTRY(WS-HH-COUNT)
                       IF HH-PERSON-ID = WS-PERSON-A-ID
                           MOVE WS-HH-COUNT TO WS-A-IDX
                       END-IF
                       IF HH-PERSON-ID = WS-PERSON-B-ID
                           MOVE WS-HH-COUNT TO WS-B-IDX
                       END-IF
                   END-IF
