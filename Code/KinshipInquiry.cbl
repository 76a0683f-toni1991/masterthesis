       IDENTIFICATION DIVISION.
       PROGRAM-ID. KINSHIP-INQUIRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RecordFile
          ASSIGN TO DYNAMIC WS-ENV-RECORDFILE
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PERSON-ID
          ALTERNATE RECORD KEY IS SURNAME WITH DUPLICATES
          FILE STATUS IS WS-FILE-STATUS.
       SELECT ChildLinkFile
          ASSIGN TO "childlinks.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CHILD-LINK-STATUS.
       SELECT HouseholdFile
          ASSIGN TO DYNAMIC WS-ENV-HOUSEHOLD
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-HOUSEHOLD-STATUS.
       SELECT MaritalEventFile
          ASSIGN TO "maritalevents.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-MARITAL-EVENT-STATUS.
       SELECT AccessLogFile
          ASSIGN TO "accesslog.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ACCESS-LOG-STATUS.
       SELECT OperatorMasterFile
          ASSIGN TO "operators.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ENV-PROFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EnvProfileFile.
       COPY "ENV-PROFILE".

       FD RecordFile.
       COPY "PersonData".

       FD ChildLinkFile.
       COPY "CHILD-LINK".

       FD HouseholdFile.
       COPY "HouseholdData".

       FD MaritalEventFile.
       COPY "MARITAL-EVENT".

       FD AccessLogFile.
       COPY "ACCESS-LOG".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       WORKING-STORAGE SECTION.
       COPY "CHECK-DIGIT-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-ENV-HOUSEHOLD PIC X(40) VALUE "household.dat".
       01 WS-FILE-STATUS PIC X(2).
       01 WS-CHILD-LINK-STATUS PIC X(2).
       01 WS-HOUSEHOLD-STATUS PIC X(2).
       01 WS-MARITAL-EVENT-STATUS PIC X(2).
       01 WS-ACCESS-LOG-STATUS PIC X(2).
       COPY "MUNI-SCOPE-WS".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2).
       01 OPERATOR-EOF-SWITCH PIC X VALUE "N".
           88 OPERATOR-EOF VALUE "Y".
       01 WS-SIGNON-ID PIC X(8).
       01 WS-OPERATOR-ROLE PIC X.
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
           88 OPERATOR-CAN-UPDATE VALUE "S" "U".
       01 WS-OPERATOR-VALID-SWITCH PIC X VALUE "N".
           88 OPERATOR-VALID VALUE "Y".
       01 LINK-EOF-SWITCH PIC X VALUE "N".
           88 LINK-EOF VALUE "Y".
       01 HH-EOF-SWITCH PIC X VALUE "N".
           88 HH-EOF VALUE "Y".
       01 EVENT-EOF-SWITCH PIC X VALUE "N".
           88 EVENT-EOF VALUE "Y".
       01 WS-ACCESS-MODE PIC X.
       01 WS-STAMP-DATE PIC 9(8).
       01 WS-STAMP-TIME PIC 9(8).
       01 WS-SUBJECT-ID PIC 9(6).
       01 WS-LINK-TABLE.
           05 WS-LINK-ENTRY OCCURS 2000 TIMES.
               10 WS-LINK-PARENT PIC 9(6).
               10 WS-LINK-CHILD PIC 9(6).
       01 WS-LINK-COUNT PIC 9(4) VALUE 0.
       01 L-IDX PIC 9(4).
       01 WS-HH-ID-TABLE.
           05 WS-HH-LINE-ID PIC 9(6) OCCURS 500 TIMES.
       01 WS-HH-COUNT PIC 9(3) VALUE 0.
       01 WS-HH-PARTNER-OF-SUBJECT PIC 9(3) VALUE 0.
       01 WS-C-SLOT PIC 9(2).
       01 WS-KIN-TABLE.
           05 WS-KIN-ENTRY OCCURS 200 TIMES.
               10 WS-KIN-RELATION PIC X(12).
               10 WS-KIN-ID PIC 9(6).
       01 WS-KIN-COUNT PIC 9(3) VALUE 0.
       01 WS-KIN-LIMIT PIC 9(3).
       01 K-IDX PIC 9(3).
       01 D-IDX PIC 9(3).
       01 WS-KIN-BASE-ID PIC 9(6).
       01 WS-KIN-NEW-ID PIC 9(6).
       01 WS-WANT-RELATION PIC X(12).
       01 WS-SOURCE-RELATION PIC X(12).
       01 WS-KIN-DUP-SWITCH PIC X.
           88 KIN-ALREADY-LISTED VALUE "Y".
       01 WS-RELATION-COUNT PIC 9(3).
       01 WS-SPOUSE-ID PIC 9(6) VALUE 0.
       01 WS-BEST-EVENT-DATE PIC 9(8) VALUE 0.
       01 WS-BEST-EVENT-TYPE PIC X VALUE SPACE.
       01 WS-BEST-OTHER-ID PIC 9(6) VALUE 0.
       01 WS-EVENTS-BY-ID PIC 9(4) VALUE 0.
       01 WS-STATUS-TEXT PIC X(14).
       01 WS-PRINT-COUNT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "KINSHIP INQUIRY".
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           PERFORM LOAD-OPERATOR-SCOPE.
           MOVE "KINSHIP-INQUIRY" TO WS-MUNI-PROGRAM.
           DISPLAY "PERSON-ID to inquire: " WITH NO ADVANCING.
           ACCEPT WS-SUBJECT-ID.
           MOVE WS-SUBJECT-ID TO WS-CHECK-ID.
           PERFORM VERIFY-KEYED-CHECK-DIGIT.
           IF NOT KEYED-ID-CHECK-OK
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No data available for this run."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-SUBJECT-ID TO PERSON-ID.
           READ RecordFile
               INVALID KEY
                   DISPLAY "No person on file with ID "
                       WS-SUBJECT-ID
                   MOVE 1 TO RETURN-CODE
           END-READ.
           IF RETURN-CODE = 0
               MOVE MUNICIPALITY-CODE TO WS-MUNI-CHECK-CODE
               PERFORM CHECK-MUNICIPALITY-SCOPE
               IF NOT MUNICIPALITY-IN-SCOPE
                   PERFORM LOG-SCOPE-REFUSAL
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               IF PROTECTED-PERSON AND NOT OPERATOR-IS-SUPERVISOR
                   DISPLAY "PERSON-ID " WS-SUBJECT-ID
                       " is under protection - kinship inquiry "
                       "restricted to supervisors."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM SHOW-SUBJECT
                   PERFORM LOAD-CHILD-LINKS
                   PERFORM LOAD-HOUSEHOLD-LINKS
                   PERFORM COLLECT-FAMILY
                   PERFORM FIND-CURRENT-SPOUSE
                   PERFORM PRINT-FAMILY
               END-IF
           END-IF.
           CLOSE RecordFile.
           GOBACK.

       SHOW-SUBJECT SECTION.
           PERFORM SET-STATUS-TEXT.
           DISPLAY " ".
           DISPLAY "Family of PERSON-ID " PERSON-ID " "
               SURNAME ", " FIRSTNAME " born " DATE-OF-BIRTH
               " (" WS-STATUS-TEXT ")".
           IF PROTECTED-PERSON
               MOVE "O" TO WS-ACCESS-MODE
           ELSE
               MOVE "K" TO WS-ACCESS-MODE
           END-IF.
           PERFORM LOG-ACCESS-ENTRY.

       LOAD-CHILD-LINKS SECTION.
           MOVE 0 TO WS-LINK-COUNT.
           OPEN INPUT ChildLinkFile.
           IF WS-CHILD-LINK-STATUS = "35"
               DISPLAY "No child links on file yet."
           ELSE
               PERFORM UNTIL LINK-EOF OR WS-LINK-COUNT = 2000
                   READ ChildLinkFile
                       AT END SET LINK-EOF TO TRUE
                   END-READ
                   IF NOT LINK-EOF
                       ADD 1 TO WS-LINK-COUNT
                       MOVE CL-PARENT-ID
                           TO WS-LINK-PARENT(WS-LINK-COUNT)
                       MOVE CL-CHILD-ID
                           TO WS-LINK-CHILD(WS-LINK-COUNT)
                   END-IF
               END-PERFORM
               CLOSE ChildLinkFile
           END-IF.

       LOAD-HOUSEHOLD-LINKS SECTION.
           MOVE 0 TO WS-HH-COUNT.
           OPEN INPUT HouseholdFile.
           IF WS-HOUSEHOLD-STATUS NOT = "00"
               DISPLAY "No household file - household links not "
                   "used."
           ELSE
               PERFORM UNTIL HH-EOF OR WS-HH-COUNT = 500
                   READ HouseholdFile
                       AT END SET HH-EOF TO TRUE
                   END-READ
                   IF NOT HH-EOF
                       ADD 1 TO WS-HH-COUNT
                       MOVE HH-PERSON-ID TO WS-HH-LINE-ID(WS-HH-COUNT)
                       IF HH-PERSON-ID = WS-SUBJECT-ID
                           MOVE HH-PARTNER-IDX
                               TO WS-HH-PARTNER-OF-SUBJECT
                       END-IF
                       PERFORM ADD-HOUSEHOLD-CHILD-LINKS
                   END-IF
               END-PERFORM
               CLOSE HouseholdFile
           END-IF.

       ADD-HOUSEHOLD-CHILD-LINKS SECTION.
           IF HH-PERSON-ID NOT = 0
               PERFORM VARYING WS-C-SLOT FROM 1 BY 1
                       UNTIL WS-C-SLOT > HH-CHILD-COUNT
                       OR WS-C-SLOT > 9
                   IF HH-CHILD-ID(WS-C-SLOT) IS NUMERIC
                       AND HH-CHILD-ID(WS-C-SLOT) NOT = 0
                       AND WS-LINK-COUNT < 2000
                       ADD 1 TO WS-LINK-COUNT
                       MOVE HH-PERSON-ID
                           TO WS-LINK-PARENT(WS-LINK-COUNT)
                       MOVE HH-CHILD-ID(WS-C-SLOT)
                           TO WS-LINK-CHILD(WS-LINK-COUNT)
                   END-IF
               END-PERFORM
           END-IF.

       COLLECT-FAMILY SECTION.
           MOVE 0 TO WS-KIN-COUNT.
           MOVE WS-SUBJECT-ID TO WS-KIN-BASE-ID.
           MOVE "PARENT" TO WS-WANT-RELATION.
           PERFORM COLLECT-PARENTS.
           MOVE "PARENT" TO WS-SOURCE-RELATION.
           MOVE "SIBLING" TO WS-WANT-RELATION.
           PERFORM EXPAND-BY-CHILDREN.
           MOVE WS-SUBJECT-ID TO WS-KIN-BASE-ID.
           MOVE "CHILD" TO WS-WANT-RELATION.
           PERFORM COLLECT-CHILDREN.
           MOVE "CHILD" TO WS-SOURCE-RELATION.
           MOVE "GRANDCHILD" TO WS-WANT-RELATION.
           PERFORM EXPAND-BY-CHILDREN.
           MOVE "PARENT" TO WS-SOURCE-RELATION.
           MOVE "GRANDPARENT" TO WS-WANT-RELATION.
           PERFORM EXPAND-BY-PARENTS.

       EXPAND-BY-CHILDREN SECTION.
           MOVE WS-KIN-COUNT TO WS-KIN-LIMIT.
           PERFORM VARYING K-IDX FROM 1 BY 1
                   UNTIL K-IDX > WS-KIN-LIMIT
               IF WS-KIN-RELATION(K-IDX) = WS-SOURCE-RELATION
                   MOVE WS-KIN-ID(K-IDX) TO WS-KIN-BASE-ID
                   PERFORM COLLECT-CHILDREN
               END-IF
           END-PERFORM.

       EXPAND-BY-PARENTS SECTION.
           MOVE WS-KIN-COUNT TO WS-KIN-LIMIT.
           PERFORM VARYING K-IDX FROM 1 BY 1
                   UNTIL K-IDX > WS-KIN-LIMIT
               IF WS-KIN-RELATION(K-IDX) = WS-SOURCE-RELATION
                   MOVE WS-KIN-ID(K-IDX) TO WS-KIN-BASE-ID
                   PERFORM COLLECT-PARENTS
               END-IF
           END-PERFORM.

       COLLECT-PARENTS SECTION.
           PERFORM VARYING L-IDX FROM 1 BY 1
                   UNTIL L-IDX > WS-LINK-COUNT
               IF WS-LINK-CHILD(L-IDX) = WS-KIN-BASE-ID
                   MOVE WS-LINK-PARENT(L-IDX) TO WS-KIN-NEW-ID
                   PERFORM ADD-KIN-ENTRY
               END-IF
           END-PERFORM.

       COLLECT-CHILDREN SECTION.
           PERFORM VARYING L-IDX FROM 1 BY 1
                   UNTIL L-IDX > WS-LINK-COUNT
               IF WS-LINK-PARENT(L-IDX) = WS-KIN-BASE-ID
                   MOVE WS-LINK-CHILD(L-IDX) TO WS-KIN-NEW-ID
                   PERFORM ADD-KIN-ENTRY
               END-IF
           END-PERFORM.

       ADD-KIN-ENTRY SECTION.
           MOVE "N" TO WS-KIN-DUP-SWITCH.
           IF WS-KIN-NEW-ID = WS-SUBJECT-ID OR WS-KIN-NEW-ID = 0
               SET KIN-ALREADY-LISTED TO TRUE
           END-IF.
           PERFORM VARYING D-IDX FROM 1 BY 1
                   UNTIL D-IDX > WS-KIN-COUNT OR KIN-ALREADY-LISTED
               IF WS-KIN-ID(D-IDX) = WS-KIN-NEW-ID
                   AND WS-KIN-RELATION(D-IDX) = WS-WANT-RELATION
                   SET KIN-ALREADY-LISTED TO TRUE
               END-IF
           END-PERFORM.
           IF NOT KIN-ALREADY-LISTED
               IF WS-KIN-COUNT = 200
                   DISPLAY "WARNING: more than 200 relatives - "
                       "list is incomplete."
                   MOVE 2 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-KIN-COUNT
                   MOVE WS-WANT-RELATION
                       TO WS-KIN-RELATION(WS-KIN-COUNT)
                   MOVE WS-KIN-NEW-ID TO WS-KIN-ID(WS-KIN-COUNT)
               END-IF
           END-IF.

       FIND-CURRENT-SPOUSE SECTION.
           MOVE 0 TO WS-SPOUSE-ID.
           OPEN INPUT MaritalEventFile.
           IF WS-MARITAL-EVENT-STATUS NOT = "35"
               PERFORM UNTIL EVENT-EOF
                   READ MaritalEventFile
                       AT END SET EVENT-EOF TO TRUE
                   END-READ
                   IF NOT EVENT-EOF
                       AND ME-PERSON-A-ID IS NUMERIC
                       AND ME-PERSON-B-ID IS NUMERIC
                       AND (ME-PERSON-A-ID = WS-SUBJECT-ID
                           OR ME-PERSON-B-ID = WS-SUBJECT-ID)
                       ADD 1 TO WS-EVENTS-BY-ID
                       IF ME-EVENT-DATE NOT LESS THAN
                               WS-BEST-EVENT-DATE
                           MOVE ME-EVENT-DATE TO WS-BEST-EVENT-DATE
                           MOVE ME-EVENT-TYPE TO WS-BEST-EVENT-TYPE
                           IF ME-PERSON-A-ID = WS-SUBJECT-ID
                               MOVE ME-PERSON-B-ID
                                   TO WS-BEST-OTHER-ID
                           ELSE
                               MOVE ME-PERSON-A-ID
                                   TO WS-BEST-OTHER-ID
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MaritalEventFile
           END-IF.
           IF WS-EVENTS-BY-ID > 0
               IF WS-BEST-EVENT-TYPE = "M"
                   MOVE WS-BEST-OTHER-ID TO WS-SPOUSE-ID
               END-IF
           ELSE
               IF WS-HH-PARTNER-OF-SUBJECT > 0
                   AND WS-HH-PARTNER-OF-SUBJECT NOT > WS-HH-COUNT
                   MOVE WS-HH-LINE-ID(WS-HH-PARTNER-OF-SUBJECT)
                       TO WS-SPOUSE-ID
               END-IF
           END-IF.
           IF WS-SPOUSE-ID NOT = 0
               MOVE "SPOUSE" TO WS-WANT-RELATION
               MOVE WS-SPOUSE-ID TO WS-KIN-NEW-ID
               PERFORM ADD-KIN-ENTRY
           END-IF.

       PRINT-FAMILY SECTION.
           MOVE "PARENT" TO WS-WANT-RELATION.
           PERFORM PRINT-RELATION.
           MOVE "SIBLING" TO WS-WANT-RELATION.
           PERFORM PRINT-RELATION.
           MOVE "CHILD" TO WS-WANT-RELATION.
           PERFORM PRINT-RELATION.
           MOVE "GRANDCHILD" TO WS-WANT-RELATION.
           PERFORM PRINT-RELATION.
           MOVE "GRANDPARENT" TO WS-WANT-RELATION.
           PERFORM PRINT-RELATION.
           MOVE "SPOUSE" TO WS-WANT-RELATION.
           PERFORM PRINT-RELATION.
           DISPLAY " ".
           DISPLAY "Relatives listed: " WS-PRINT-COUNT.

       PRINT-RELATION SECTION.
           MOVE 0 TO WS-RELATION-COUNT.
           DISPLAY " ".
           DISPLAY WS-WANT-RELATION.
           PERFORM VARYING K-IDX FROM 1 BY 1
                   UNTIL K-IDX > WS-KIN-COUNT
               IF WS-KIN-RELATION(K-IDX) = WS-WANT-RELATION
                   ADD 1 TO WS-RELATION-COUNT
                   ADD 1 TO WS-PRINT-COUNT
                   PERFORM PRINT-ONE-RELATIVE
               END-IF
           END-PERFORM.
           IF WS-RELATION-COUNT = 0
               DISPLAY "  None on record."
           END-IF.

       PRINT-ONE-RELATIVE SECTION.
           MOVE WS-KIN-ID(K-IDX) TO PERSON-ID.
           READ RecordFile
               INVALID KEY
                   DISPLAY "  " WS-KIN-ID(K-IDX)
                       " (not on the person master)"
               NOT INVALID KEY
                   PERFORM SET-STATUS-TEXT
                   MOVE MUNICIPALITY-CODE TO WS-MUNI-CHECK-CODE
                   PERFORM CHECK-MUNICIPALITY-SCOPE
                   EVALUATE TRUE
                   WHEN NOT MUNICIPALITY-IN-SCOPE
                       DISPLAY "  " PERSON-ID
                           " (outside your municipalities)"
                   WHEN PROTECTED-PERSON AND NOT OPERATOR-IS-SUPERVISOR
                       DISPLAY "  " PERSON-ID
                           " *** protected person - details "
                           "withheld ***"
                   WHEN OTHER
                       DISPLAY "  " PERSON-ID " " SURNAME ", "
                           FIRSTNAME " born " DATE-OF-BIRTH " "
                           WS-STATUS-TEXT
                       IF PROTECTED-PERSON
                           MOVE "O" TO WS-ACCESS-MODE
                       ELSE
                           MOVE "K" TO WS-ACCESS-MODE
                       END-IF
                       PERFORM LOG-ACCESS-ENTRY
                   END-EVALUATE
           END-READ.

       SET-STATUS-TEXT SECTION.
           EVALUATE TRUE
               WHEN STATUS-ACTIVE
                   MOVE "active" TO WS-STATUS-TEXT
               WHEN STATUS-DECEASED
                   MOVE "deceased" TO WS-STATUS-TEXT
               WHEN STATUS-TRANSFERRED
                   MOVE "transferred" TO WS-STATUS-TEXT
               WHEN STATUS-EMIGRATED
                   MOVE "emigrated" TO WS-STATUS-TEXT
               WHEN STATUS-INACTIVE
                   MOVE "inactive" TO WS-STATUS-TEXT
               WHEN STATUS-PENDING-PURGE
                   MOVE "pending purge" TO WS-STATUS-TEXT
               WHEN PERSON-STATUS = SPACE
                   MOVE "active" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "unknown" TO WS-STATUS-TEXT
           END-EVALUATE.

       LOG-ACCESS-ENTRY SECTION.
           MOVE WS-SIGNON-ID TO AX-OPERATOR-ID.
           MOVE PERSON-ID TO AX-PERSON-ID.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           STRING WS-STAMP-DATE DELIMITED BY SIZE
               WS-STAMP-TIME(1:6) DELIMITED BY SIZE
               INTO AX-TIMESTAMP
           END-STRING.
           MOVE WS-ACCESS-MODE TO AX-MODE.
           MOVE SPACES TO AX-REASON.
           OPEN EXTEND AccessLogFile.
           IF WS-ACCESS-LOG-STATUS = "35"
               CLOSE AccessLogFile
               OPEN OUTPUT AccessLogFile
           END-IF.
           WRITE ACCESS-LOG-RECORD.
           CLOSE AccessLogFile.

       COPY "CHECK-DIGIT-PROMPT".

       COPY "SIGN-ON".

       COPY "MUNI-SCOPE".

       COPY "MUNI-SCOPE-LOG".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
               MOVE WS-ENV-HOUSEHOLD TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-HOUSEHOLD
           END-IF.

       COPY "ENV-SECTIONS".

       END PROGRAM KINSHIP-INQUIRY.
