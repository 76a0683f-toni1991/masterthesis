       COPY "ENV-PROFILE".

       FD HouseholdFile.
       COPY "HouseholdData".

       FD EntitiesControlFile.
       01 ENTITIES-CONTROL-RECORD.
           05 EC-DIVORCE-ID PIC 9(6).
           05 EC-SEARCH-SURNAME PIC X(6).

       FD BatchStatusFile.
       01 WS-PERSON-COUNT PIC 9(3) VALUE 0.
       01 PERSON OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-PERSON-COUNT INDEXED BY P-IDX.
           05 MEMBER-ID PIC 9(6).
           05 FIRSTNAME PIC X(6).
           05 SURNAME PIC X(6).
           05 PARTNER-IDX PIC 9(2).
           05 CHILD-COUNT PIC 9.
           05 CHILD-ID OCCURS 9 TIMES PIC 9(6).
           05 CHILD-NAME OCCURS 9 TIMES INDEXED BY C-IDX PIC X(6).
       01 WS-DIVORCE-ID PIC 9(6).
       01 WS-DIVORCE-IDX PIC 9(3).
       01 WS-DIVORCE-PARTNER PIC 9(2).
       01 WS-MARRIED-COUNT PIC 9(2).
       01 WS-SINGLE-COUNT PIC 9(2).
            PERFORM READ-ENTITIES-CONTROL.
            PERFORM PRINT-PARTNER.
            IF NOT ECF-PRESENT
                DISPLAY "PERSON-ID to divorce (0 for none): "
                ACCEPT WS-DIVORCE-ID
            END-IF.
            IF WS-DIVORCE-ID > 0
                PERFORM REMOVE-PARTNER
                PERFORM PRINT-PARTNER
            END-IF.
                   IF NOT HH-EOF
                       ADD 1 TO P-IDX
                       MOVE P-IDX TO WS-PERSON-COUNT
                       MOVE HH-PERSON-ID TO MEMBER-ID(P-IDX)
                       MOVE HH-FIRSTNAME TO FIRSTNAME(P-IDX)
                       MOVE HH-SURNAME TO SURNAME(P-IDX)
                       MOVE HH-PARTNER-IDX TO PARTNER-IDX(P-IDX)
                       MOVE HH-CHILD-COUNT TO CHILD-COUNT(P-IDX)
                       PERFORM VARYING C-IDX FROM 1 BY 1
                               UNTIL C-IDX > HH-CHILD-COUNT
                           MOVE HH-CHILD-ID(C-IDX)
                               TO CHILD-ID(P-IDX, C-IDX)
                           MOVE HH-CHILD-NAME(C-IDX)
                               TO CHILD-NAME(P-IDX, C-IDX)
                       END-PERFORM
                   AT END CONTINUE
                   NOT AT END
                       SET ECF-PRESENT TO TRUE
                       MOVE EC-DIVORCE-ID TO WS-DIVORCE-ID
                       MOVE EC-SEARCH-SURNAME TO WS-SEARCH-SURNAME
               END-READ
               CLOSE EntitiesControlFile
               IF WS-SEARCH-SURNAME = SPACES
                       OR WS-SEARCH-SURNAME = SURNAME(P-IDX)
                   IF PARTNER-IDX(P-IDX) = 0
                       DISPLAY MEMBER-ID(P-IDX)" "
                           FIRSTNAME(P-IDX)" "SURNAME(P-IDX)
                           " is not married"
                   ELSE
                       DISPLAY MEMBER-ID(P-IDX)" "
                           FIRSTNAME(P-IDX)" "SURNAME(P-IDX)
                           " is married with "
                           MEMBER-ID(PARTNER-IDX(P-IDX))" "
                           FIRSTNAME(PARTNER-IDX(P-IDX))" "
                           SURNAME(PARTNER-IDX(P-IDX))
                   END-IF
                   IF CHILD-COUNT(P-IDX) > 0
                       PERFORM VARYING C-IDX FROM 1 BY 1
                               UNTIL C-IDX > CHILD-COUNT(P-IDX)
                           DISPLAY "  child: " CHILD-ID(P-IDX, C-IDX)
                               " " CHILD-NAME(P-IDX, C-IDX)
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       REMOVE-PARTNER SECTION.
           MOVE 0 TO WS-DIVORCE-IDX.
           PERFORM VARYING P-IDX FROM 1 BY 1
                       UNTIL P-IDX > WS-PERSON-COUNT
               IF MEMBER-ID(P-IDX) = WS-DIVORCE-ID
                   SET WS-DIVORCE-IDX TO P-IDX
               END-IF
           END-PERFORM.
           IF WS-DIVORCE-IDX = 0
               DISPLAY "PERSON-ID " WS-DIVORCE-ID
                   " is not in the household file."
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE PARTNER-IDX(WS-DIVORCE-IDX) TO WS-DIVORCE-PARTNER
