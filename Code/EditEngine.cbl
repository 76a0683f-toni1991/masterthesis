          ASSIGN TO "maritalevents.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-MARITAL-EVENT-STATUS.
       SELECT CodeTableFile
          ASSIGN TO "codetable.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CODE-TABLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MaritalEventFile.
       COPY "MARITAL-EVENT".

       FD CodeTableFile.
       COPY "CODE-TABLE".

       WORKING-STORAGE SECTION.
       COPY "CODE-TABLE-WS".
       01 WS-EDIT-RULES-STATUS PIC X(2).
       01 WS-MARITAL-EVENT-STATUS PIC X(2).
       01 WS-RULES-LOADED-SWITCH PIC X VALUE "N".
           IF LS-EDIT-OK
               PERFORM CHECK-RULE-R005
           END-IF.
           IF LS-EDIT-OK
               PERFORM CHECK-RULE-R006
           END-IF.
           IF LS-EDIT-OK
               PERFORM CHECK-RULE-R007
           END-IF.
           IF LS-EDIT-OK
               PERFORM CHECK-RULE-R008
           END-IF.
           GOBACK.

       LOAD-EDIT-RULES SECTION.
               END-IF
           END-IF.

       CHECK-RULE-R006 SECTION.
           MOVE "R006" TO WS-WANT-RULE.
           PERFORM CHECK-RULE-STATE.
           IF RULE-IS-ACTIVE
               MOVE "NATIONALITY" TO WS-CODE-CHECK-TABLE
               MOVE LS-NATIONALITY-CODE TO WS-CODE-CHECK-CODE
               PERFORM CHECK-CODE-IN-FORCE
           END-IF.

       CHECK-RULE-R007 SECTION.
           MOVE "R007" TO WS-WANT-RULE.
           PERFORM CHECK-RULE-STATE.
           IF RULE-IS-ACTIVE
               MOVE "PERMIT-TYPE" TO WS-CODE-CHECK-TABLE
               MOVE LS-PERMIT-TYPE TO WS-CODE-CHECK-CODE
               PERFORM CHECK-CODE-IN-FORCE
           END-IF.

       CHECK-RULE-R008 SECTION.
           MOVE "R008" TO WS-WANT-RULE.
           PERFORM CHECK-RULE-STATE.
           IF RULE-IS-ACTIVE
               MOVE "MUNICIPALITY" TO WS-CODE-CHECK-TABLE
               MOVE LS-MUNICIPALITY-CODE TO WS-CODE-CHECK-CODE
               PERFORM CHECK-CODE-IN-FORCE
           END-IF.

       CHECK-CODE-IN-FORCE SECTION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CODE-CHECK-DATE.
           PERFORM CHECK-TABLE-CODE.
           IF NOT CODE-ACCEPTABLE
               PERFORM FAIL-CURRENT-RULE
           END-IF.

       COMPUTE-PERSON-AGE SECTION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE LS-DATE-OF-BIRTH(1:4) TO WS-DOB-CCYY.
                       AT END SET EVENT-EOF TO TRUE
                   END-READ
                   IF NOT EVENT-EOF AND ME-MARRIAGE
                       IF ME-PERSON-A-ID IS NUMERIC
                           AND ME-PERSON-A-ID NOT = 0
                           IF ME-PERSON-A-ID = LS-PERSON-ID
                               OR ME-PERSON-B-ID = LS-PERSON-ID
                               SET PERSON-HAS-MARRIAGE TO TRUE
                               SET EVENT-EOF TO TRUE
                           END-IF
                       ELSE
                           IF ME-NAME-A = WS-JOIN-NAME
                               OR ME-NAME-B = WS-JOIN-NAME
                               SET PERSON-HAS-MARRIAGE TO TRUE
                               SET EVENT-EOF TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
                   WHEN "R005"
                       MOVE "Under 16 cannot be married"
                           TO LS-RULE-TEXT
                   WHEN "R006"
                       IF CODE-NOT-IN-FORCE
                           MOVE "Nationality code not in force"
                               TO LS-RULE-TEXT
                       ELSE
                           MOVE "Nationality code unknown"
                               TO LS-RULE-TEXT
                       END-IF
                   WHEN "R007"
                       IF CODE-NOT-IN-FORCE
                           MOVE "Permit type not in force"
                               TO LS-RULE-TEXT
                       ELSE
                           MOVE "Permit type unknown"
                               TO LS-RULE-TEXT
                       END-IF
                   WHEN "R008"
                       IF CODE-NOT-IN-FORCE
                           MOVE "Municipality code not in force"
                               TO LS-RULE-TEXT
                       ELSE
                           MOVE "Municipality code unknown"
                               TO LS-RULE-TEXT
                       END-IF
               END-EVALUATE
           END-IF.

       COPY "CODE-TABLE-CHECK".

       END PROGRAM EDIT-ENGINE.
