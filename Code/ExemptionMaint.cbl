       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXEMPTION-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ExemptionHolderFile
          ASSIGN TO "exemptionholders.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-EXEMPTION-HOLDER-STATUS.
       SELECT CodeTableFile
          ASSIGN TO "codetable.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CODE-TABLE-STATUS.
       SELECT OperatorMasterFile
          ASSIGN TO "operators.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ExemptionHolderFile.
       COPY "EXEMPTION-HOLDER".

       FD CodeTableFile.
       COPY "CODE-TABLE".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       WORKING-STORAGE SECTION.
       COPY "CODE-TABLE-WS".
       01 WS-EXEMPTION-HOLDER-STATUS PIC X(2).
       01 WS-OPERATOR-MASTER-STATUS PIC X(2).
       01 OPERATOR-EOF-SWITCH PIC X VALUE "N".
           88 OPERATOR-EOF VALUE "Y".
       01 HOLDER-EOF-SWITCH PIC X VALUE "N".
           88 HOLDER-EOF VALUE "Y".
       01 WS-SIGNON-ID PIC X(8).
       01 WS-OPERATOR-ROLE PIC X.
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
           88 OPERATOR-CAN-UPDATE VALUE "S" "U".
       01 WS-OPERATOR-VALID-SWITCH PIC X VALUE "N".
           88 OPERATOR-VALID VALUE "Y".
       01 WS-QUIT-SWITCH PIC X VALUE "N".
           88 WS-QUIT VALUE "Y".
       01 WS-CHOICE PIC X.
           88 CH-ADD VALUE "A" "a".
           88 CH-END VALUE "E" "e".
           88 CH-INQUIRE VALUE "I" "i".
           88 CH-LIST VALUE "L" "l".
           88 CH-QUIT VALUE "Q" "q".
       01 WS-CONFIRM PIC X.
           88 CONFIRM-YES VALUE "Y" "y".
       01 WS-DETAILS-OK-SWITCH PIC X VALUE "N".
           88 DETAILS-OK VALUE "Y".
       01 WS-OVERFLOW-SWITCH PIC X VALUE "N".
           88 HOLDER-FILE-OVERFLOW VALUE "Y".
       01 WS-MAINT-TABLE.
           05 WS-EM-ENTRY PIC X(65) OCCURS 2000 TIMES.
       01 WS-EM-COUNT PIC 9(4) VALUE 0.
       01 WS-EM-IDX PIC 9(4).
       01 WS-EM-SHIFT-IDX PIC 9(4).
       01 WS-EM-FOUND-IDX PIC 9(4).
       01 WS-WORK-ENTRY PIC X(65).
       01 WS-WORK-HOLDER-TYPE PIC X.
       01 WS-WORK-HOLDER-ID PIC X(8).
       01 WS-WORK-CATEGORY PIC X(4).
       01 WS-WORK-VALID-FROM PIC 9(8).
       01 WS-WORK-VALID-TO PIC 9(8).
       01 WS-WORK-EVIDENCE PIC X(20).
       01 WS-NEW-UPPER PIC 9(8).
       01 WS-OLD-UPPER PIC 9(8).
       01 WS-DATE-FLAG PIC X.
           88 DATE-IS-VALID VALUE "Y".
       01 WS-DATE-REASON PIC X(2).
       01 WS-TODAY PIC 9(8).
       01 WS-LIST-COUNT PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "FEE EXEMPTION MAINTENANCE".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           PERFORM LOAD-MAINT-TABLE.
           IF HOLDER-FILE-OVERFLOW
               DISPLAY "Exemption file exceeds 2000 entries - "
                   "inquiry only."
               MOVE "R" TO WS-OPERATOR-ROLE
           END-IF.
           PERFORM UNTIL WS-QUIT
               PERFORM DISPLAY-MAINT-MENU
               ACCEPT WS-CHOICE
               PERFORM DISPATCH-MAINT-CHOICE
           END-PERFORM.
           GOBACK.

       DISPLAY-MAINT-MENU SECTION.
           DISPLAY " ".
           DISPLAY "FEE EXEMPTIONS OF REQUESTERS AND PERSONS".
           DISPLAY "A  Add exemption".
           DISPLAY "E  End exemption".
           DISPLAY "I  Inquire requester or person".
           DISPLAY "L  List exemptions of a category".
           DISPLAY "Q  Quit".
           DISPLAY "Choice: " WITH NO ADVANCING.

       DISPATCH-MAINT-CHOICE SECTION.
           EVALUATE TRUE
               WHEN CH-ADD
                   IF OPERATOR-CAN-UPDATE
                       PERFORM ADD-EXEMPTION
                   ELSE
                       DISPLAY "Exemptions are open for inquiry only."
                   END-IF
               WHEN CH-END
                   IF OPERATOR-CAN-UPDATE
                       PERFORM END-EXEMPTION
                   ELSE
                       DISPLAY "Exemptions are open for inquiry only."
                   END-IF
               WHEN CH-INQUIRE PERFORM INQUIRE-HOLDER
               WHEN CH-LIST PERFORM LIST-CATEGORY
               WHEN CH-QUIT SET WS-QUIT TO TRUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

       LOAD-MAINT-TABLE SECTION.
           MOVE 0 TO WS-EM-COUNT.
           MOVE "N" TO HOLDER-EOF-SWITCH.
           OPEN INPUT ExemptionHolderFile.
           IF WS-EXEMPTION-HOLDER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL HOLDER-EOF
                   READ ExemptionHolderFile
                       AT END SET HOLDER-EOF TO TRUE
                   END-READ
                   IF NOT HOLDER-EOF AND WS-EM-COUNT = 2000
                       SET HOLDER-FILE-OVERFLOW TO TRUE
                   END-IF
                   IF NOT HOLDER-EOF AND NOT HOLDER-FILE-OVERFLOW
                       ADD 1 TO WS-EM-COUNT
                       MOVE EXEMPTION-HOLDER-RECORD
                           TO WS-EM-ENTRY(WS-EM-COUNT)
                   END-IF
               END-PERFORM
               CLOSE ExemptionHolderFile
           END-IF.

       SAVE-MAINT-TABLE SECTION.
           OPEN OUTPUT ExemptionHolderFile.
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EM-COUNT
               MOVE WS-EM-ENTRY(WS-EM-IDX) TO EXEMPTION-HOLDER-RECORD
               WRITE EXEMPTION-HOLDER-RECORD
           END-PERFORM.
           CLOSE ExemptionHolderFile.

       ACCEPT-HOLDER-KEY SECTION.
           MOVE "N" TO WS-DETAILS-OK-SWITCH.
           DISPLAY "Holder type (R=requester, P=person): "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-HOLDER-TYPE.
           INSPECT WS-WORK-HOLDER-TYPE CONVERTING "rp" TO "RP".
           MOVE WS-WORK-HOLDER-TYPE TO EH-HOLDER-TYPE.
           IF EH-PERSON
               DISPLAY "PERSON-ID: " WITH NO ADVANCING
           ELSE
               DISPLAY "Requester: " WITH NO ADVANCING
           END-IF.
           MOVE SPACES TO WS-WORK-HOLDER-ID.
           ACCEPT WS-WORK-HOLDER-ID.
           INSPECT WS-WORK-HOLDER-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           EVALUATE TRUE
               WHEN NOT EH-HOLDER-TYPE-VALID
                   DISPLAY "Holder type must be R or P."
               WHEN WS-WORK-HOLDER-ID = SPACES
                   DISPLAY "Requester or PERSON-ID is required."
               WHEN EH-PERSON
                       AND (WS-WORK-HOLDER-ID(1:6) NOT NUMERIC
                       OR WS-WORK-HOLDER-ID(7:2) NOT = SPACES)
                   DISPLAY "PERSON-ID must be six digits."
               WHEN OTHER
                   SET DETAILS-OK TO TRUE
           END-EVALUATE.

       ACCEPT-EXEMPTION-DETAILS SECTION.
           MOVE "N" TO WS-DETAILS-OK-SWITCH.
           DISPLAY "Exemption category: " WITH NO ADVANCING.
           ACCEPT WS-WORK-CATEGORY.
           INSPECT WS-WORK-CATEGORY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "Valid from (CCYYMMDD, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-VALID-FROM.
           IF WS-WORK-VALID-FROM IS NUMERIC
                   AND WS-WORK-VALID-FROM = 0
               MOVE WS-TODAY TO WS-WORK-VALID-FROM
           END-IF.
           DISPLAY "Valid to (CCYYMMDD, 0 = open): "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-VALID-TO.
           DISPLAY "Evidence seen: " WITH NO ADVANCING.
           ACCEPT WS-WORK-EVIDENCE.
           EVALUATE TRUE
               WHEN WS-WORK-CATEGORY = SPACES
                   DISPLAY "Category is required - entry refused."
               WHEN WS-WORK-VALID-FROM NOT NUMERIC
                   DISPLAY "Valid-from date is not numeric - entry "
                       "refused."
               WHEN WS-WORK-VALID-TO NOT NUMERIC
                   DISPLAY "Valid-to date is not numeric - entry "
                       "refused."
               WHEN WS-WORK-VALID-TO > 0
                       AND WS-WORK-VALID-TO < WS-WORK-VALID-FROM
                   DISPLAY "Valid-to must not be before valid-from - "
                       "entry refused."
               WHEN WS-WORK-EVIDENCE = SPACES
                   DISPLAY "Evidence is required - entry refused."
               WHEN OTHER
                   SET DETAILS-OK TO TRUE
           END-EVALUATE.
           IF DETAILS-OK
               CALL "DATE-CHECK" USING WS-WORK-VALID-FROM
                   WS-DATE-FLAG WS-DATE-REASON
               IF NOT DATE-IS-VALID AND WS-DATE-REASON NOT = "FU"
                   DISPLAY "Valid-from is not a calendar date - "
                       "entry refused."
                   MOVE "N" TO WS-DETAILS-OK-SWITCH
               END-IF
           END-IF.
           IF DETAILS-OK AND WS-WORK-VALID-TO > 0
               CALL "DATE-CHECK" USING WS-WORK-VALID-TO
                   WS-DATE-FLAG WS-DATE-REASON
               IF NOT DATE-IS-VALID AND WS-DATE-REASON NOT = "FU"
                   DISPLAY "Valid-to is not a calendar date - "
                       "entry refused."
                   MOVE "N" TO WS-DETAILS-OK-SWITCH
               END-IF
           END-IF.
           IF DETAILS-OK
               PERFORM CHECK-EXEMPTION-CATEGORY
           END-IF.
           IF DETAILS-OK
               PERFORM CHECK-OVERLAP
           END-IF.

       CHECK-EXEMPTION-CATEGORY SECTION.
           MOVE "EXEMPTION" TO WS-CODE-CHECK-TABLE.
           MOVE WS-WORK-CATEGORY TO WS-CODE-CHECK-CODE.
           MOVE WS-WORK-VALID-FROM TO WS-CODE-CHECK-DATE.
           PERFORM CHECK-TABLE-CODE.
           EVALUATE TRUE
               WHEN CODE-TABLE-EMPTY
                   DISPLAY "No exemption categories in the code "
                       "table - entry refused."
                   MOVE "N" TO WS-DETAILS-OK-SWITCH
               WHEN CODE-UNKNOWN
                   DISPLAY WS-WORK-CATEGORY " is not an exemption "
                       "category - entry refused."
                   MOVE "N" TO WS-DETAILS-OK-SWITCH
               WHEN CODE-NOT-IN-FORCE
                   DISPLAY WS-WORK-CATEGORY " " WS-CODE-DESCRIPTION
                       " is not in force on " WS-WORK-VALID-FROM
                       " - entry refused."
                   MOVE "N" TO WS-DETAILS-OK-SWITCH
               WHEN OTHER
                   DISPLAY "Category " WS-WORK-CATEGORY " "
                       WS-CODE-DESCRIPTION
           END-EVALUATE.

       CHECK-OVERLAP SECTION.
           IF WS-WORK-VALID-TO = 0
               MOVE 99999999 TO WS-NEW-UPPER
           ELSE
               MOVE WS-WORK-VALID-TO TO WS-NEW-UPPER
           END-IF.
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EM-COUNT OR NOT DETAILS-OK
               MOVE WS-EM-ENTRY(WS-EM-IDX) TO EXEMPTION-HOLDER-RECORD
               IF EH-HOLDER-TYPE = WS-WORK-HOLDER-TYPE
                   AND EH-HOLDER-ID = WS-WORK-HOLDER-ID
                   IF EH-VALID-TO = 0
                       MOVE 99999999 TO WS-OLD-UPPER
                   ELSE
                       MOVE EH-VALID-TO TO WS-OLD-UPPER
                   END-IF
                   IF WS-WORK-VALID-FROM NOT > WS-OLD-UPPER
                       AND EH-VALID-FROM NOT > WS-NEW-UPPER
                       PERFORM SHOW-EXEMPTION
                       DISPLAY "Period overlaps the exemption above - "
                           "end it first. Entry refused."
                       MOVE "N" TO WS-DETAILS-OK-SWITCH
                   END-IF
               END-IF
           END-PERFORM.

       ADD-EXEMPTION SECTION.
           IF WS-EM-COUNT = 2000
               DISPLAY "Exemption file is full - exemption not added."
           ELSE
               PERFORM ACCEPT-HOLDER-KEY
               IF DETAILS-OK
                   PERFORM ACCEPT-EXEMPTION-DETAILS
               END-IF
               IF DETAILS-OK
                   MOVE SPACES TO EXEMPTION-HOLDER-RECORD
                   MOVE WS-WORK-HOLDER-TYPE TO EH-HOLDER-TYPE
                   MOVE WS-WORK-HOLDER-ID TO EH-HOLDER-ID
                   MOVE WS-WORK-CATEGORY TO EH-CATEGORY
                   MOVE WS-WORK-VALID-FROM TO EH-VALID-FROM
                   MOVE WS-WORK-VALID-TO TO EH-VALID-TO
                   MOVE WS-WORK-EVIDENCE TO EH-EVIDENCE
                   MOVE WS-SIGNON-ID TO EH-OPERATOR-ID
                   MOVE WS-TODAY TO EH-CHANGE-DATE
                   PERFORM INSERT-EXEMPTION
                   PERFORM SAVE-MAINT-TABLE
                   DISPLAY "Exemption added."
               END-IF
           END-IF.

       INSERT-EXEMPTION SECTION.
           MOVE EXEMPTION-HOLDER-RECORD TO WS-WORK-ENTRY.
           MOVE 1 TO WS-EM-IDX.
           PERFORM UNTIL WS-EM-IDX > WS-EM-COUNT
                   OR WS-EM-ENTRY(WS-EM-IDX)(1:9)
                       > WS-WORK-ENTRY(1:9)
               ADD 1 TO WS-EM-IDX
           END-PERFORM.
           MOVE WS-EM-COUNT TO WS-EM-SHIFT-IDX.
           PERFORM UNTIL WS-EM-SHIFT-IDX < WS-EM-IDX
               MOVE WS-EM-ENTRY(WS-EM-SHIFT-IDX)
                   TO WS-EM-ENTRY(WS-EM-SHIFT-IDX + 1)
               SUBTRACT 1 FROM WS-EM-SHIFT-IDX
           END-PERFORM.
           MOVE WS-WORK-ENTRY TO WS-EM-ENTRY(WS-EM-IDX).
           ADD 1 TO WS-EM-COUNT.

       END-EXEMPTION SECTION.
           PERFORM ACCEPT-HOLDER-KEY.
           IF DETAILS-OK
               MOVE 0 TO WS-EM-FOUND-IDX
               PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                       UNTIL WS-EM-IDX > WS-EM-COUNT
                   MOVE WS-EM-ENTRY(WS-EM-IDX)
                       TO EXEMPTION-HOLDER-RECORD
                   IF EH-HOLDER-TYPE = WS-WORK-HOLDER-TYPE
                       AND EH-HOLDER-ID = WS-WORK-HOLDER-ID
                       AND (EH-VALID-TO = 0
                           OR EH-VALID-TO NOT < WS-TODAY)
                       MOVE WS-EM-IDX TO WS-EM-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-EM-FOUND-IDX = 0
                   DISPLAY "No current or future exemption for "
                       WS-WORK-HOLDER-ID "."
               ELSE
                   PERFORM END-FOUND-EXEMPTION
               END-IF
           END-IF.

       END-FOUND-EXEMPTION SECTION.
           MOVE WS-EM-ENTRY(WS-EM-FOUND-IDX)
               TO EXEMPTION-HOLDER-RECORD.
           PERFORM SHOW-EXEMPTION.
           DISPLAY "Last day exempt (CCYYMMDD, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-VALID-TO.
           IF WS-WORK-VALID-TO NOT NUMERIC
               MOVE 99999999 TO WS-WORK-VALID-TO
           END-IF.
           IF WS-WORK-VALID-TO = 0
               MOVE WS-TODAY TO WS-WORK-VALID-TO
           END-IF.
           CALL "DATE-CHECK" USING WS-WORK-VALID-TO
               WS-DATE-FLAG WS-DATE-REASON.
           EVALUATE TRUE
               WHEN NOT DATE-IS-VALID AND WS-DATE-REASON NOT = "FU"
                   DISPLAY "Not a calendar date - exemption not "
                       "ended."
               WHEN WS-WORK-VALID-TO < EH-VALID-FROM
                   DISPLAY "Date lies before valid-from - exemption "
                       "not ended."
               WHEN OTHER
                   DISPLAY "End this exemption (Y/N)? "
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRM
                   IF CONFIRM-YES
                       MOVE WS-WORK-VALID-TO TO EH-VALID-TO
                       MOVE WS-SIGNON-ID TO EH-OPERATOR-ID
                       MOVE WS-TODAY TO EH-CHANGE-DATE
                       MOVE EXEMPTION-HOLDER-RECORD
                           TO WS-EM-ENTRY(WS-EM-FOUND-IDX)
                       PERFORM SAVE-MAINT-TABLE
                       DISPLAY "Exemption ended."
                   ELSE
                       DISPLAY "Exemption not ended."
                   END-IF
           END-EVALUATE.

       SHOW-EXEMPTION SECTION.
           DISPLAY EH-HOLDER-TYPE " " EH-HOLDER-ID " " EH-CATEGORY
               " from " EH-VALID-FROM " to " EH-VALID-TO
               " " EH-EVIDENCE " by " EH-OPERATOR-ID
               " " EH-CHANGE-DATE.

       INQUIRE-HOLDER SECTION.
           PERFORM ACCEPT-HOLDER-KEY.
           IF DETAILS-OK
               MOVE 0 TO WS-LIST-COUNT
               PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                       UNTIL WS-EM-IDX > WS-EM-COUNT
                   MOVE WS-EM-ENTRY(WS-EM-IDX)
                       TO EXEMPTION-HOLDER-RECORD
                   IF EH-HOLDER-TYPE = WS-WORK-HOLDER-TYPE
                       AND EH-HOLDER-ID = WS-WORK-HOLDER-ID
                       PERFORM SHOW-EXEMPTION
                       ADD 1 TO WS-LIST-COUNT
                   END-IF
               END-PERFORM
               DISPLAY WS-LIST-COUNT " exemption(s) listed."
           END-IF.

       LIST-CATEGORY SECTION.
           DISPLAY "Category (blank for all): " WITH NO ADVANCING.
           MOVE SPACES TO WS-WORK-CATEGORY.
           ACCEPT WS-WORK-CATEGORY.
           INSPECT WS-WORK-CATEGORY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 0 TO WS-LIST-COUNT.
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EM-COUNT
               MOVE WS-EM-ENTRY(WS-EM-IDX) TO EXEMPTION-HOLDER-RECORD
               IF WS-WORK-CATEGORY = SPACES
                   OR EH-CATEGORY = WS-WORK-CATEGORY
                   PERFORM SHOW-EXEMPTION
                   ADD 1 TO WS-LIST-COUNT
               END-IF
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " exemption(s) listed.".

       COPY "CODE-TABLE-CHECK".

       COPY "SIGN-ON".

       END PROGRAM EXEMPTION-MAINT.
