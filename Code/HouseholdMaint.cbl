          ASSIGN TO DYNAMIC WS-ENV-HOUSEHOLD
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-HOUSEHOLD-STATUS.
       SELECT RecordFile
          ASSIGN TO DYNAMIC WS-ENV-RECORDFILE
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PERSON-ID
          ALTERNATE RECORD KEY IS SURNAME WITH DUPLICATES
          FILE STATUS IS WS-FILE-STATUS.

       SELECT MaritalEventFile
          ASSIGN TO "maritalevents.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-MARITAL-EVENT-STATUS.
       SELECT OperatorMasterFile
          ASSIGN TO "operators.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-OPERATOR-MASTER-STATUS.
       SELECT AccessLogFile
          ASSIGN TO "accesslog.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ACCESS-LOG-STATUS.
       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
          ORGANIZATION IS LINE SEQUENTIAL
       COPY "MARITAL-EVENT".

       FD HouseholdFile.
       COPY "HouseholdData".

       FD RecordFile.
       COPY "PersonData".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       FD AccessLogFile.
       COPY "ACCESS-LOG".

       WORKING-STORAGE SECTION.
       COPY "CHECK-DIGIT-WS".
       COPY "MUNI-SCOPE-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-HHMASTER PIC X(40) VALUE "householdmaster.dat".
       01 WS-ENV-HOUSEHOLD PIC X(40) VALUE "household.dat".
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-FILE-STATUS PIC X(2).
       01 WS-ACCESS-LOG-STATUS PIC X(2).
       01 WS-OPERATOR-MASTER-STATUS PIC X(2).
       01 OPERATOR-EOF-SWITCH PIC X VALUE "N".
           88 OPERATOR-EOF VALUE "Y".
       01 WS-SIGNON-ID PIC X(8).
       01 WS-OPERATOR-ROLE PIC X.
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
           88 OPERATOR-CAN-UPDATE VALUE "S" "U".
       01 WS-OPERATOR-VALID-SWITCH PIC X VALUE "N".
           88 OPERATOR-VALID VALUE "Y".
       01 WS-PERSON-FOUND-SWITCH PIC X VALUE "N".
           88 PERSON-FOUND VALUE "Y".
       01 WS-WORK-PERSON-ID PIC 9(6).
       01 WS-WORK-FIRSTNAME PIC X(6).
       01 WS-WORK-SURNAME PIC X(6).
       01 WS-LINK-CHILD PIC 9(2).
       01 WS-LINK-TARGET PIC X.
           88 LINK-TO-MEMBER VALUE "M".
           88 LINK-TO-CHILD VALUE "C".
       01 WS-MARITAL-EVENT-STATUS PIC X(2).
       01 EVENT-EOF-SWITCH PIC X VALUE "N".
           88 EVENT-EOF VALUE "Y".
           88 CH-DIVORCE VALUE "D" "d".
           88 CH-ASOF-QUERY VALUE "V" "v".
           88 CH-ADD-CHILD VALUE "K" "k".
           88 CH-LINK-ID VALUE "I" "i".
           88 CH-LIST VALUE "L" "l".
           88 CH-EXPORT VALUE "E" "e".
           88 CH-QUIT VALUE "Q" "q".
       01 WS-WORK-HOUSEHOLD-ID PIC 9(4).
       01 WS-MEMBER-A PIC 9(2).
       01 WS-MEMBER-B PIC 9(2).
       01 M-IDX PIC 9(2).
       01 C-IDX PIC 9(2).
       01 WS-GLOBAL-BASE PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           PERFORM LOAD-OPERATOR-SCOPE.
           MOVE "HOUSEHOLD-MAINT" TO WS-MUNI-PROGRAM.
           OPEN I-O HouseholdMasterFile.
           IF WS-MASTER-STATUS = "35"
               OPEN OUTPUT HouseholdMasterFile
                   WS-MASTER-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN INPUT RecordFile
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "Person master not available - status "
                       WS-FILE-STATUS
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL WS-QUIT
                       PERFORM DISPLAY-MAINT-MENU
                       ACCEPT WS-CHOICE
                       PERFORM DISPATCH-MAINT-CHOICE
                   END-PERFORM
                   CLOSE RecordFile
               END-IF
               CLOSE HouseholdMasterFile
           END-IF.
           GOBACK.
           DISPLAY "D  Record divorce".
           DISPLAY "V  Marital status as of a date".
           DISPLAY "K  Add child".
           DISPLAY "I  Link member or child to a PERSON-ID".
           DISPLAY "L  List household".
           DISPLAY "E  Export to household.dat".
           DISPLAY "Q  Quit".
               WHEN CH-DIVORCE PERFORM RECORD-DIVORCE
               WHEN CH-ASOF-QUERY PERFORM MARITAL-STATUS-AS-OF
               WHEN CH-ADD-CHILD PERFORM ADD-CHILD
               WHEN CH-LINK-ID PERFORM LINK-PERSON-ID
               WHEN CH-LIST PERFORM LIST-HOUSEHOLD
               WHEN CH-EXPORT PERFORM EXPORT-HOUSEHOLD-FILE
               WHEN CH-QUIT SET WS-QUIT TO TRUE
               MOVE WS-WORK-HOUSEHOLD-ID TO HM-HOUSEHOLD-ID
               MOVE 0 TO HM-MEMBER-COUNT
               PERFORM VARYING M-IDX FROM 1 BY 1 UNTIL M-IDX > 10
                   MOVE 0 TO HM-PERSON-ID(M-IDX)
                   MOVE 0 TO HM-PARTNER-IDX(M-IDX)
                   MOVE 0 TO HM-CHILD-COUNT(M-IDX)
                   PERFORM VARYING C-IDX FROM 1 BY 1 UNTIL C-IDX > 9
                       MOVE 0 TO HM-CHILD-ID(M-IDX, C-IDX)
                   END-PERFORM
               END-PERFORM
               WRITE HOUSEHOLD-MASTER-RECORD
                   INVALID KEY
               IF HM-MEMBER-COUNT >= 10
                   DISPLAY "Household is full."
               ELSE
                   DISPLAY "PERSON-ID of the new member: "
                       WITH NO ADVANCING
                   ACCEPT WS-WORK-PERSON-ID
                   SET LINK-TO-MEMBER TO TRUE
                   PERFORM LOOKUP-MEMBER-PERSON
                   IF PERSON-FOUND
                       ADD 1 TO HM-MEMBER-COUNT
                       MOVE WS-WORK-PERSON-ID
                           TO HM-PERSON-ID(HM-MEMBER-COUNT)
                       MOVE WS-WORK-FIRSTNAME
                           TO HM-FIRSTNAME(HM-MEMBER-COUNT)
                       MOVE WS-WORK-SURNAME
                           TO HM-SURNAME(HM-MEMBER-COUNT)
                       MOVE 0 TO HM-PARTNER-IDX(HM-MEMBER-COUNT)
                       MOVE 0 TO HM-CHILD-COUNT(HM-MEMBER-COUNT)
                       REWRITE HOUSEHOLD-MASTER-RECORD
                       DISPLAY "Member " HM-MEMBER-COUNT " added: "
                           WS-WORK-PERSON-ID " " WS-WORK-FIRSTNAME
                           " " WS-WORK-SURNAME
                   END-IF
               END-IF
           END-IF.

                       DISPLAY "Member " WS-MEMBER-B
                           " is already married."
                   WHEN OTHER
                       PERFORM CHECK-PARTNER-SCOPE
                       IF MUNICIPALITY-IN-SCOPE
                           MOVE WS-MEMBER-B
                               TO HM-PARTNER-IDX(WS-MEMBER-A)
                           MOVE WS-MEMBER-A
                               TO HM-PARTNER-IDX(WS-MEMBER-B)
                           REWRITE HOUSEHOLD-MASTER-RECORD
                           DISPLAY "Marriage recorded between "
                               "members " WS-MEMBER-A " and "
                               WS-MEMBER-B "."
                           MOVE "M" TO ME-EVENT-TYPE
                           PERFORM WRITE-MARITAL-EVENT
                       END-IF
               END-EVALUATE
           END-IF.

                   WHEN OTHER
                       MOVE HM-PARTNER-IDX(WS-MEMBER-A)
                           TO WS-MEMBER-B
                       PERFORM CHECK-PARTNER-SCOPE
                       IF MUNICIPALITY-IN-SCOPE
                           MOVE 0 TO HM-PARTNER-IDX(WS-MEMBER-A)
                           MOVE 0 TO HM-PARTNER-IDX(WS-MEMBER-B)
                           REWRITE HOUSEHOLD-MASTER-RECORD
                           DISPLAY "Divorce recorded between "
                               "members " WS-MEMBER-A " and "
                               WS-MEMBER-B "."
                           MOVE "D" TO ME-EVENT-TYPE
                           PERFORM WRITE-MARITAL-EVENT
                       END-IF
               END-EVALUATE
           END-IF.

               HM-SURNAME(WS-MEMBER-B) DELIMITED BY SIZE
               INTO ME-NAME-B
           END-STRING.
           MOVE HM-PERSON-ID(WS-MEMBER-A) TO ME-PERSON-A-ID.
           MOVE HM-PERSON-ID(WS-MEMBER-B) TO ME-PERSON-B-ID.
           OPEN EXTEND MaritalEventFile.
           IF WS-MARITAL-EVENT-STATUS = "35"
               CLOSE MaritalEventFile
                   IF HM-CHILD-COUNT(WS-MEMBER-A) >= 9
                       DISPLAY "Member already has nine children."
                   ELSE
                       DISPLAY "PERSON-ID of the child: "
                           WITH NO ADVANCING
                       ACCEPT WS-WORK-PERSON-ID
                       SET LINK-TO-CHILD TO TRUE
                       PERFORM LOOKUP-MEMBER-PERSON
                       IF PERSON-FOUND
                           ADD 1 TO HM-CHILD-COUNT(WS-MEMBER-A)
                           MOVE HM-CHILD-COUNT(WS-MEMBER-A)
                               TO WS-LINK-CHILD
                           MOVE WS-WORK-PERSON-ID TO HM-CHILD-ID(
                               WS-MEMBER-A, WS-LINK-CHILD)
                           MOVE WS-WORK-FIRSTNAME TO HM-CHILD-NAME(
                               WS-MEMBER-A, WS-LINK-CHILD)
                           REWRITE HOUSEHOLD-MASTER-RECORD
                           DISPLAY "Child " WS-WORK-PERSON-ID " "
                               WS-WORK-FIRSTNAME " recorded."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LINK-PERSON-ID SECTION.
           PERFORM READ-WORK-HOUSEHOLD.
           IF WS-WORK-HOUSEHOLD-ID NOT = 0
               DISPLAY "Member number: " WITH NO ADVANCING
               ACCEPT WS-MEMBER-A
               DISPLAY "Child number (0 = the member): "
                   WITH NO ADVANCING
               ACCEPT WS-LINK-CHILD
               EVALUATE TRUE
                   WHEN WS-MEMBER-A = 0
                       OR WS-MEMBER-A > HM-MEMBER-COUNT
                       DISPLAY "Member number out of range."
                   WHEN WS-LINK-CHILD > HM-CHILD-COUNT(WS-MEMBER-A)
                       DISPLAY "Child number out of range."
                   WHEN OTHER
                       DISPLAY "PERSON-ID: " WITH NO ADVANCING
                       ACCEPT WS-WORK-PERSON-ID
                       IF WS-LINK-CHILD = 0
                           SET LINK-TO-MEMBER TO TRUE
                       ELSE
                           SET LINK-TO-CHILD TO TRUE
                       END-IF
                       PERFORM LOOKUP-MEMBER-PERSON
                       IF PERSON-FOUND
                           PERFORM APPLY-PERSON-LINK
                       END-IF
               END-EVALUATE
           END-IF.

       APPLY-PERSON-LINK SECTION.
           IF WS-LINK-CHILD = 0
               MOVE WS-WORK-PERSON-ID TO HM-PERSON-ID(WS-MEMBER-A)
               MOVE WS-WORK-FIRSTNAME TO HM-FIRSTNAME(WS-MEMBER-A)
               MOVE WS-WORK-SURNAME TO HM-SURNAME(WS-MEMBER-A)
           ELSE
               MOVE WS-WORK-PERSON-ID
                   TO HM-CHILD-ID(WS-MEMBER-A, WS-LINK-CHILD)
               MOVE WS-WORK-FIRSTNAME
                   TO HM-CHILD-NAME(WS-MEMBER-A, WS-LINK-CHILD)
           END-IF.
           REWRITE HOUSEHOLD-MASTER-RECORD.
           DISPLAY "Linked to PERSON-ID " WS-WORK-PERSON-ID " "
               WS-WORK-FIRSTNAME " " WS-WORK-SURNAME ".".

       LOOKUP-MEMBER-PERSON SECTION.
           MOVE "N" TO WS-PERSON-FOUND-SWITCH.
           MOVE WS-WORK-PERSON-ID TO WS-CHECK-ID.
           PERFORM VERIFY-KEYED-CHECK-DIGIT.
           IF KEYED-ID-CHECK-OK
               MOVE WS-WORK-PERSON-ID TO PERSON-ID
               READ RecordFile
                   INVALID KEY
                       DISPLAY "PERSON-ID " WS-WORK-PERSON-ID
                           " is not on file."
                   NOT INVALID KEY
                       MOVE MUNICIPALITY-CODE TO WS-MUNI-CHECK-CODE
                       PERFORM CHECK-MUNICIPALITY-SCOPE
                       IF MUNICIPALITY-IN-SCOPE
                           SET PERSON-FOUND TO TRUE
                           MOVE FIRSTNAME(1:6) TO WS-WORK-FIRSTNAME
                           MOVE SURNAME(1:6) TO WS-WORK-SURNAME
                       ELSE
                           PERFORM LOG-SCOPE-REFUSAL
                       END-IF
               END-READ
           END-IF.
           IF PERSON-FOUND AND LINK-TO-MEMBER
               PERFORM VARYING M-IDX FROM 1 BY 1
                       UNTIL M-IDX > HM-MEMBER-COUNT
                   IF HM-PERSON-ID(M-IDX) = WS-WORK-PERSON-ID
                       DISPLAY "PERSON-ID " WS-WORK-PERSON-ID
                           " is already member " M-IDX
                           " of this household."
                       MOVE "N" TO WS-PERSON-FOUND-SWITCH
                   END-IF
               END-PERFORM
           END-IF.
           IF PERSON-FOUND AND LINK-TO-CHILD
               PERFORM VARYING C-IDX FROM 1 BY 1
                       UNTIL C-IDX > HM-CHILD-COUNT(WS-MEMBER-A)
                   IF HM-CHILD-ID(WS-MEMBER-A, C-IDX)
                           = WS-WORK-PERSON-ID
                       DISPLAY "PERSON-ID " WS-WORK-PERSON-ID
                           " is already a child of member "
                           WS-MEMBER-A "."
                       MOVE "N" TO WS-PERSON-FOUND-SWITCH
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-PARTNER-SCOPE SECTION.
           MOVE HM-PERSON-ID(WS-MEMBER-A) TO WS-WORK-PERSON-ID.
           PERFORM CHECK-LINKED-PERSON-SCOPE.
           IF MUNICIPALITY-IN-SCOPE
               MOVE HM-PERSON-ID(WS-MEMBER-B) TO WS-WORK-PERSON-ID
               PERFORM CHECK-LINKED-PERSON-SCOPE
           END-IF.

       CHECK-LINKED-PERSON-SCOPE SECTION.
           SET MUNICIPALITY-IN-SCOPE TO TRUE.
           IF WS-WORK-PERSON-ID NOT = 0
               AND NOT OPERATOR-ALL-MUNICIPALITIES
               MOVE WS-WORK-PERSON-ID TO PERSON-ID
               READ RecordFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MUNICIPALITY-CODE TO WS-MUNI-CHECK-CODE
                       PERFORM CHECK-MUNICIPALITY-SCOPE
                       IF NOT MUNICIPALITY-IN-SCOPE
                           PERFORM LOG-SCOPE-REFUSAL
                       END-IF
               END-READ
           END-IF.

       LIST-HOUSEHOLD SECTION.
           PERFORM READ-WORK-HOUSEHOLD.
           IF WS-WORK-HOUSEHOLD-ID NOT = 0
               PERFORM VARYING M-IDX FROM 1 BY 1
                       UNTIL M-IDX > HM-MEMBER-COUNT
                   IF HM-PARTNER-IDX(M-IDX) = 0
                       DISPLAY "  " M-IDX " " HM-PERSON-ID(M-IDX) " "
                           HM-FIRSTNAME(M-IDX) " "
                           HM-SURNAME(M-IDX) " (single)"
                   ELSE
                       DISPLAY "  " M-IDX " " HM-PERSON-ID(M-IDX) " "
                           HM-FIRSTNAME(M-IDX) " "
                           HM-SURNAME(M-IDX) " (married to member "
                           HM-PARTNER-IDX(M-IDX) ")"
                   END-IF
                   IF HM-PERSON-ID(M-IDX) = 0
                       DISPLAY "      ** not linked to a PERSON-ID"
                   END-IF
                   PERFORM VARYING C-IDX FROM 1 BY 1
                           UNTIL C-IDX > HM-CHILD-COUNT(M-IDX)
                       DISPLAY "      child " C-IDX ": "
                           HM-CHILD-ID(M-IDX, C-IDX) " "
                           HM-CHILD-NAME(M-IDX, C-IDX)
                   END-PERFORM
               END-PERFORM
       EXPORT-ONE-HOUSEHOLD SECTION.
           PERFORM VARYING M-IDX FROM 1 BY 1
                   UNTIL M-IDX > HM-MEMBER-COUNT
               MOVE HM-PERSON-ID(M-IDX) TO HH-PERSON-ID
               MOVE HM-FIRSTNAME(M-IDX) TO HH-FIRSTNAME
               MOVE HM-SURNAME(M-IDX) TO HH-SURNAME
               IF HM-PARTNER-IDX(M-IDX) = 0
               END-IF
               MOVE HM-CHILD-COUNT(M-IDX) TO HH-CHILD-COUNT
               PERFORM VARYING C-IDX FROM 1 BY 1 UNTIL C-IDX > 9
                   MOVE HM-CHILD-ID(M-IDX, C-IDX)
                       TO HH-CHILD-ID(C-IDX)
                   MOVE HM-CHILD-NAME(M-IDX, C-IDX)
                       TO HH-CHILD-NAME(C-IDX)
               END-PERFORM
               MOVE WS-ENV-HOUSEHOLD TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-HOUSEHOLD
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
           END-IF.

       COPY "CHECK-DIGIT-PROMPT".

       COPY "SIGN-ON".

       COPY "MUNI-SCOPE".

       COPY "MUNI-SCOPE-LOG".

       COPY "ENV-SECTIONS".

       END PROGRAM HOUSEHOLD-MAINT.
