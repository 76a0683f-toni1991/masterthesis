       ADD-HOUSEHOLD-RECIPIENT SECTION.
           IF WS-HG-COUNT = 1000
               IF NOT HOUSEHOLD-TABLE-FULL
                   DISPLAY "Household letter table full - further "
                       "recipients get letters of their own."
               END-IF
               SET HOUSEHOLD-TABLE-FULL TO TRUE
           ELSE
               ADD 1 TO WS-HG-COUNT
               ADD 1 TO WS-HG-RECIPIENT-COUNT
               MOVE WS-HG-NEW-KIND TO T-HG-KIND(WS-HG-COUNT)
               MOVE WS-HG-NEW-PERSON-ID TO T-HG-PERSON-ID(WS-HG-COUNT)
               MOVE 0 TO T-HG-HOUSEHOLD-ID(WS-HG-COUNT)
               MOVE WS-HG-NEW-FIRSTNAME
                   TO T-HG-FIRSTNAME(WS-HG-COUNT)
               MOVE WS-HG-NEW-SURNAME TO T-HG-SURNAME(WS-HG-COUNT)
               MOVE WS-HG-NEW-STREET TO T-HG-STREET(WS-HG-COUNT)
               MOVE WS-HG-NEW-HOUSENUMBER
                   TO T-HG-HOUSENUMBER(WS-HG-COUNT)
               MOVE WS-HG-NEW-ZIP-CODE TO T-HG-ZIP-CODE(WS-HG-COUNT)
               MOVE WS-HG-NEW-CITY TO T-HG-CITY(WS-HG-COUNT)
               MOVE WS-HG-NEW-LANGUAGE TO T-HG-LANGUAGE(WS-HG-COUNT)
               MOVE 0 TO T-HG-LEADER(WS-HG-COUNT)
           END-IF.

       PRINT-HOUSEHOLD-GROUPS SECTION.
           PERFORM LINK-HOUSEHOLD-MASTER.
           PERFORM BUILD-HOUSEHOLD-GROUPS.
           PERFORM VARYING WS-HG-LEADER FROM 1 BY 1
                   UNTIL WS-HG-LEADER > WS-HG-COUNT
               IF T-HG-LEADER(WS-HG-LEADER) = WS-HG-LEADER
                   PERFORM DESCRIBE-HOUSEHOLD-GROUP
                   PERFORM PRINT-HOUSEHOLD-LETTER
                   ADD 1 TO WS-HG-LETTER-COUNT
               END-IF
           END-PERFORM.
           COMPUTE WS-HG-SAVED-COUNT =
               WS-HG-RECIPIENT-COUNT - WS-HG-LETTER-COUNT.
           DISPLAY "Household consolidation: " WS-HG-RECIPIENT-COUNT
               " recipients in " WS-HG-LETTER-COUNT
               " letters - letters saved: " WS-HG-SAVED-COUNT.

       LINK-HOUSEHOLD-MASTER SECTION.
           MOVE "N" TO HH-MASTER-EOF-SWITCH.
           OPEN INPUT HouseholdMasterFile.
           IF WS-HOUSEHOLD-MASTER-STATUS NOT = "00"
               DISPLAY "No household master - grouping by address "
                   "and surname only."
           ELSE
               PERFORM UNTIL HH-MASTER-EOF
                   READ HouseholdMasterFile NEXT RECORD
                       AT END SET HH-MASTER-EOF TO TRUE
                   END-READ
                   IF NOT HH-MASTER-EOF
                       PERFORM VARYING WS-HG-MEMBER-IDX FROM 1 BY 1
                               UNTIL WS-HG-MEMBER-IDX > HM-MEMBER-COUNT
                               OR WS-HG-MEMBER-IDX > 10
                           PERFORM MARK-HOUSEHOLD-MEMBER
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE HouseholdMasterFile
           END-IF.

       MARK-HOUSEHOLD-MEMBER SECTION.
           PERFORM VARYING WS-HG-SCAN FROM 1 BY 1
                   UNTIL WS-HG-SCAN > WS-HG-COUNT
               IF T-HG-PERSON-ID(WS-HG-SCAN) =
                   HM-PERSON-ID(WS-HG-MEMBER-IDX)
                   MOVE HM-HOUSEHOLD-ID
                       TO T-HG-HOUSEHOLD-ID(WS-HG-SCAN)
               END-IF
           END-PERFORM.

       BUILD-HOUSEHOLD-GROUPS SECTION.
           PERFORM VARYING WS-HG-IDX FROM 1 BY 1
                   UNTIL WS-HG-IDX > WS-HG-COUNT
               IF T-HG-LEADER(WS-HG-IDX) = 0
                   MOVE WS-HG-IDX TO T-HG-LEADER(WS-HG-IDX)
                   PERFORM VARYING WS-HG-SCAN FROM WS-HG-IDX BY 1
                           UNTIL WS-HG-SCAN > WS-HG-COUNT
                       IF T-HG-LEADER(WS-HG-SCAN) = 0
                           AND T-HG-KIND(WS-HG-SCAN) =
                               T-HG-KIND(WS-HG-IDX)
                           PERFORM COMPARE-HOUSEHOLD-MEMBER
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       COMPARE-HOUSEHOLD-MEMBER SECTION.
           IF T-HG-HOUSEHOLD-ID(WS-HG-IDX) > 0
               AND T-HG-HOUSEHOLD-ID(WS-HG-SCAN) =
                   T-HG-HOUSEHOLD-ID(WS-HG-IDX)
               MOVE WS-HG-IDX TO T-HG-LEADER(WS-HG-SCAN)
           ELSE
               IF T-HG-STREET(WS-HG-SCAN) = T-HG-STREET(WS-HG-IDX)
                   AND T-HG-HOUSENUMBER(WS-HG-SCAN) =
                       T-HG-HOUSENUMBER(WS-HG-IDX)
                   AND T-HG-ZIP-CODE(WS-HG-SCAN) =
                       T-HG-ZIP-CODE(WS-HG-IDX)
                   AND T-HG-SURNAME(WS-HG-SCAN) =
                       T-HG-SURNAME(WS-HG-IDX)
                   MOVE WS-HG-IDX TO T-HG-LEADER(WS-HG-SCAN)
               END-IF
           END-IF.

       DESCRIBE-HOUSEHOLD-GROUP SECTION.
           MOVE 0 TO WS-HG-MEMBERS.
           MOVE "Y" TO WS-HG-SAME-SURNAME-SWITCH.
           PERFORM VARYING WS-HG-SCAN FROM WS-HG-LEADER BY 1
                   UNTIL WS-HG-SCAN > WS-HG-COUNT
               IF T-HG-LEADER(WS-HG-SCAN) = WS-HG-LEADER
                   ADD 1 TO WS-HG-MEMBERS
                   IF T-HG-SURNAME(WS-HG-SCAN) NOT =
                       T-HG-SURNAME(WS-HG-LEADER)
                       MOVE "N" TO WS-HG-SAME-SURNAME-SWITCH
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM CLEAR-LETTER-VALUES.
           MOVE "FIRSTNAME" TO WS-LT-TAG.
           MOVE T-HG-FIRSTNAME(WS-HG-LEADER) TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "SURNAME" TO WS-LT-TAG.
           MOVE T-HG-SURNAME(WS-HG-LEADER) TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           IF HG-SAME-SURNAME
               MOVE "FAMILY" TO WS-LT-CODE
           ELSE
               MOVE "HOUSEHLD" TO WS-LT-CODE
           END-IF.
           MOVE T-HG-LANGUAGE(WS-HG-LEADER) TO WS-LT-LANGUAGE.
           PERFORM MERGE-TEMPLATE-FIRST-LINE.
           MOVE WS-LT-LINE TO WS-HG-SALUTATION.

       REQUIRE-HOUSEHOLD-TEMPLATES SECTION.
           MOVE "FAMILY" TO WS-LT-CODE.
           PERFORM REQUIRE-LETTER-TEMPLATE.
           MOVE "HOUSEHLD" TO WS-LT-CODE.
           PERFORM REQUIRE-LETTER-TEMPLATE.

       EMIT-HOUSEHOLD-ADDRESS SECTION.
           MOVE WS-HG-SALUTATION TO LETTER-LINE.
           PERFORM EMIT-LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING T-HG-STREET(WS-HG-LEADER) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               T-HG-HOUSENUMBER(WS-HG-LEADER) DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING.
           PERFORM EMIT-LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING T-HG-ZIP-CODE(WS-HG-LEADER) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               T-HG-CITY(WS-HG-LEADER) DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING.
           PERFORM EMIT-LETTER-LINE.

       EMIT-HOUSEHOLD-NAMES SECTION.
           PERFORM VARYING WS-HG-SCAN FROM WS-HG-LEADER BY 1
                   UNTIL WS-HG-SCAN > WS-HG-COUNT
               IF T-HG-LEADER(WS-HG-SCAN) = WS-HG-LEADER
                   MOVE SPACES TO LETTER-LINE
                   STRING "  - " DELIMITED BY SIZE
                       T-HG-FIRSTNAME(WS-HG-SCAN) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       T-HG-SURNAME(WS-HG-SCAN) DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
                   PERFORM EMIT-LETTER-LINE
               END-IF
           END-PERFORM.
