       01 WS-REFERENCE-DATE PIC 9(8).
       01 WS-ELIGIBLE-COUNT PIC 9(6) VALUE 0.
       01 WS-MARRIED-TABLE.
           05 WS-MARRIED-ID PIC 9(6) OCCURS 500 TIMES.
       01 WS-MARRIED-COUNT PIC 9(3) VALUE 0.
       01 WS-MARRIED-IDX PIC 9(3).
       01 WS-MEMBER-IDX PIC 9(2).
       01 WS-MARRIED-SWITCH PIC X.
           88 PERSON-MARRIED VALUE "Y".
       01 WS-PASS PIC X.
           DISPLAY "ANONYMIZED STATISTICS EXTRACT".
           ACCEPT WS-REFERENCE-DATE FROM DATE YYYYMMDD.
           PERFORM READ-AGE-BRACKETS.
           PERFORM LOAD-MARRIED-PERSONS.
           SET COUNT-PASS TO TRUE.
           PERFORM SCAN-PERSON-MASTER.
           IF RETURN-CODE = 0
               CLOSE AgeBracketControlFile
           END-IF.

       LOAD-MARRIED-PERSONS SECTION.
           MOVE 0 TO WS-MARRIED-COUNT.
           OPEN INPUT HouseholdMasterFile.
           IF WS-HHMASTER-STATUS NOT = "00"
               IF HM-PARTNER-IDX(WS-MEMBER-IDX) > 0
                   AND WS-MARRIED-COUNT < 500
                   ADD 1 TO WS-MARRIED-COUNT
                   MOVE HM-PERSON-ID(WS-MEMBER-IDX)
                       TO WS-MARRIED-ID(WS-MARRIED-COUNT)
               END-IF
           END-PERFORM.


       CHECK-MARRIED SECTION.
           MOVE "N" TO WS-MARRIED-SWITCH.
           PERFORM VARYING WS-MARRIED-IDX FROM 1 BY 1
                   UNTIL WS-MARRIED-IDX > WS-MARRIED-COUNT
               IF WS-MARRIED-ID(WS-MARRIED-IDX) = PERSON-ID
                   SET PERSON-MARRIED TO TRUE
               END-IF
           END-PERFORM.
