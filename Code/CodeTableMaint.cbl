       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODE-TABLE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD CodeTableFile.
       COPY "CODE-TABLE".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       WORKING-STORAGE SECTION.
       COPY "CODE-TABLE-WS".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2).
       01 OPERATOR-EOF-SWITCH PIC X VALUE "N".
           88 OPERATOR-EOF VALUE "Y".
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
           88 CH-CHANGE VALUE "C" "c".
           88 CH-EXPIRE VALUE "E" "e".
           88 CH-INQUIRE VALUE "I" "i".
           88 CH-LIST VALUE "L" "l".
           88 CH-QUIT VALUE "Q" "q".
       01 WS-CONFIRM PIC X.
           88 CONFIRM-YES VALUE "Y" "y".
       01 WS-DETAILS-OK-SWITCH PIC X VALUE "N".
           88 DETAILS-OK VALUE "Y".
       01 WS-OVERFLOW-SWITCH PIC X VALUE "N".
           88 CODE-TABLE-OVERFLOW VALUE "Y".
       01 WS-MAINT-TABLE.
           05 WS-CM-ENTRY PIC X(78) OCCURS 500 TIMES.
       01 WS-CM-COUNT PIC 9(3) VALUE 0.
       01 WS-CM-IDX PIC 9(3).
       01 WS-CM-SHIFT-IDX PIC 9(3).
       01 WS-CM-FOUND-IDX PIC 9(3).
       01 WS-WORK-ENTRY PIC X(78).
       01 WS-WORK-TABLE-NAME PIC X(12).
       01 WS-WORK-CODE PIC X(4).
       01 WS-WORK-DESCRIPTION PIC X(30).
       01 WS-WORK-VALID-FROM PIC 9(8).
       01 WS-WORK-VALID-TO PIC 9(8).
       01 WS-DATE-FLAG PIC X.
           88 DATE-IS-VALID VALUE "Y".
       01 WS-DATE-REASON PIC X(2).
       01 WS-TODAY PIC 9(8).
       01 WS-LIST-COUNT PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CODE TABLE MAINTENANCE".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "Code table maintenance requires a supervisor."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-MAINT-TABLE.
           IF CODE-TABLE-OVERFLOW
               DISPLAY "Code table file exceeds 500 entries - "
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
           DISPLAY "CODE TABLES (NATIONALITY, PERMIT-TYPE, "
               "MUNICIPALITY, SERVICE, COUNTRY, EXEMPTION)".
           DISPLAY "A  Add code".
           DISPLAY "C  Change description or validity".
           DISPLAY "E  Expire code".
           DISPLAY "I  Inquire code at a date".
           DISPLAY "L  List codes of a table".
           DISPLAY "Q  Quit".
           DISPLAY "Choice: " WITH NO ADVANCING.

       DISPATCH-MAINT-CHOICE SECTION.
           EVALUATE TRUE
               WHEN CH-ADD
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM ADD-CODE
                   ELSE
                       DISPLAY "Code table is open for inquiry only."
                   END-IF
               WHEN CH-CHANGE
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM CHANGE-CODE
                   ELSE
                       DISPLAY "Code table is open for inquiry only."
                   END-IF
               WHEN CH-EXPIRE
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM EXPIRE-CODE
                   ELSE
                       DISPLAY "Code table is open for inquiry only."
                   END-IF
               WHEN CH-INQUIRE PERFORM INQUIRE-CODE
               WHEN CH-LIST PERFORM LIST-CODES
               WHEN CH-QUIT SET WS-QUIT TO TRUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

       LOAD-MAINT-TABLE SECTION.
           MOVE 0 TO WS-CM-COUNT.
           MOVE "N" TO CODE-EOF-SWITCH.
           OPEN INPUT CodeTableFile.
           IF WS-CODE-TABLE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL CODE-EOF
                   READ CodeTableFile
                       AT END SET CODE-EOF TO TRUE
                   END-READ
                   IF NOT CODE-EOF AND WS-CM-COUNT = 500
                       SET CODE-TABLE-OVERFLOW TO TRUE
                   END-IF
                   IF NOT CODE-EOF AND NOT CODE-TABLE-OVERFLOW
                       ADD 1 TO WS-CM-COUNT
                       MOVE CODE-TABLE-RECORD
                           TO WS-CM-ENTRY(WS-CM-COUNT)
                   END-IF
               END-PERFORM
               CLOSE CodeTableFile
           END-IF.

       SAVE-MAINT-TABLE SECTION.
           OPEN OUTPUT CodeTableFile.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-CM-COUNT
               MOVE WS-CM-ENTRY(WS-CM-IDX) TO CODE-TABLE-RECORD
               WRITE CODE-TABLE-RECORD
           END-PERFORM.
           CLOSE CodeTableFile.
           MOVE "N" TO WS-CODE-LOADED-SWITCH.

       ACCEPT-CODE-KEY SECTION.
           DISPLAY "Table (NATIONALITY, PERMIT-TYPE, MUNICIPALITY, "
               "SERVICE, COUNTRY, EXEMPTION): " WITH NO ADVANCING.
           ACCEPT WS-WORK-TABLE-NAME.
           INSPECT WS-WORK-TABLE-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "Code: " WITH NO ADVANCING.
           ACCEPT WS-WORK-CODE.
           INSPECT WS-WORK-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       LOCATE-WORK-CODE SECTION.
           MOVE 0 TO WS-CM-FOUND-IDX.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-CM-COUNT
               MOVE WS-CM-ENTRY(WS-CM-IDX) TO CODE-TABLE-RECORD
               IF CD-TABLE-NAME = WS-WORK-TABLE-NAME
                   AND CD-CODE = WS-WORK-CODE
                   MOVE WS-CM-IDX TO WS-CM-FOUND-IDX
               END-IF
           END-PERFORM.

       FIND-WORK-CODE SECTION.
           PERFORM LOCATE-WORK-CODE.
           IF WS-CM-FOUND-IDX = 0
               DISPLAY "No code " WS-WORK-CODE " in table "
                   WS-WORK-TABLE-NAME "."
           ELSE
               MOVE WS-CM-ENTRY(WS-CM-FOUND-IDX)
                   TO CODE-TABLE-RECORD
           END-IF.

       ACCEPT-CODE-DETAILS SECTION.
           MOVE "N" TO WS-DETAILS-OK-SWITCH.
           DISPLAY "Description: " WITH NO ADVANCING.
           ACCEPT WS-WORK-DESCRIPTION.
           DISPLAY "Valid from (CCYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-WORK-VALID-FROM.
           DISPLAY "Valid to (CCYYMMDD, 0 = open): "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-VALID-TO.
           MOVE WS-WORK-TABLE-NAME TO CD-TABLE-NAME.
           EVALUATE TRUE
               WHEN NOT CD-TABLE-NAME-VALID
                   DISPLAY "Table must be NATIONALITY, PERMIT-TYPE, "
                       "MUNICIPALITY, SERVICE, COUNTRY or EXEMPTION - "
                       "entry refused."
               WHEN WS-WORK-CODE = SPACES
                   DISPLAY "Code is required - entry refused."
               WHEN WS-WORK-DESCRIPTION = SPACES
                   DISPLAY "Description is required - entry refused."
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

       BUILD-WORK-CODE SECTION.
           MOVE SPACES TO CODE-TABLE-RECORD.
           MOVE WS-WORK-TABLE-NAME TO CD-TABLE-NAME.
           MOVE WS-WORK-CODE TO CD-CODE.
           MOVE WS-WORK-DESCRIPTION TO CD-DESCRIPTION.
           MOVE WS-WORK-VALID-FROM TO CD-VALID-FROM.
           MOVE WS-WORK-VALID-TO TO CD-VALID-TO.
           MOVE WS-SIGNON-ID TO CD-OPERATOR-ID.
           MOVE WS-TODAY TO CD-CHANGE-DATE.

       ADD-CODE SECTION.
           IF WS-CM-COUNT = 500
               DISPLAY "Code table file is full - code not added."
           ELSE
               PERFORM ACCEPT-CODE-KEY
               PERFORM LOCATE-WORK-CODE
               IF WS-CM-FOUND-IDX > 0
                   PERFORM SHOW-CODE
                   DISPLAY "Code already on file - use Change."
               ELSE
                   PERFORM ACCEPT-CODE-DETAILS
                   IF DETAILS-OK
                       PERFORM BUILD-WORK-CODE
                       PERFORM INSERT-CODE
                       PERFORM SAVE-MAINT-TABLE
                       DISPLAY "Code added."
                   END-IF
               END-IF
           END-IF.

       INSERT-CODE SECTION.
           MOVE CODE-TABLE-RECORD TO WS-WORK-ENTRY.
           MOVE 1 TO WS-CM-IDX.
           PERFORM UNTIL WS-CM-IDX > WS-CM-COUNT
                   OR WS-CM-ENTRY(WS-CM-IDX)(1:16)
                       > WS-WORK-ENTRY(1:16)
               ADD 1 TO WS-CM-IDX
           END-PERFORM.
           MOVE WS-CM-COUNT TO WS-CM-SHIFT-IDX.
           PERFORM UNTIL WS-CM-SHIFT-IDX < WS-CM-IDX
               MOVE WS-CM-ENTRY(WS-CM-SHIFT-IDX)
                   TO WS-CM-ENTRY(WS-CM-SHIFT-IDX + 1)
               SUBTRACT 1 FROM WS-CM-SHIFT-IDX
           END-PERFORM.
           MOVE WS-WORK-ENTRY TO WS-CM-ENTRY(WS-CM-IDX).
           ADD 1 TO WS-CM-COUNT.

       CHANGE-CODE SECTION.
           PERFORM ACCEPT-CODE-KEY.
           PERFORM FIND-WORK-CODE.
           IF WS-CM-FOUND-IDX > 0
               PERFORM SHOW-CODE
               PERFORM ACCEPT-CODE-DETAILS
               IF DETAILS-OK
                   PERFORM BUILD-WORK-CODE
                   MOVE CODE-TABLE-RECORD
                       TO WS-CM-ENTRY(WS-CM-FOUND-IDX)
                   PERFORM SAVE-MAINT-TABLE
                   DISPLAY "Code changed."
               END-IF
           END-IF.

       EXPIRE-CODE SECTION.
           PERFORM ACCEPT-CODE-KEY.
           PERFORM FIND-WORK-CODE.
           IF WS-CM-FOUND-IDX > 0
               PERFORM SHOW-CODE
               DISPLAY "Last day in force (CCYYMMDD, 0 = today): "
                   WITH NO ADVANCING
               ACCEPT WS-WORK-VALID-TO
               IF WS-WORK-VALID-TO NOT NUMERIC
                   MOVE 99999999 TO WS-WORK-VALID-TO
               END-IF
               IF WS-WORK-VALID-TO = 0
                   MOVE WS-TODAY TO WS-WORK-VALID-TO
               END-IF
               CALL "DATE-CHECK" USING WS-WORK-VALID-TO
                   WS-DATE-FLAG WS-DATE-REASON
               EVALUATE TRUE
                   WHEN NOT DATE-IS-VALID AND WS-DATE-REASON NOT = "FU"
                       DISPLAY "Not a calendar date - code not "
                           "expired."
                   WHEN WS-WORK-VALID-TO < CD-VALID-FROM
                       DISPLAY "Date lies before valid-from - code "
                           "not expired."
                   WHEN OTHER
                       DISPLAY "Expire this code (Y/N)? "
                           WITH NO ADVANCING
                       ACCEPT WS-CONFIRM
                       IF CONFIRM-YES
                           MOVE WS-WORK-VALID-TO TO CD-VALID-TO
                           MOVE WS-SIGNON-ID TO CD-OPERATOR-ID
                           MOVE WS-TODAY TO CD-CHANGE-DATE
                           MOVE CODE-TABLE-RECORD
                               TO WS-CM-ENTRY(WS-CM-FOUND-IDX)
                           PERFORM SAVE-MAINT-TABLE
                           DISPLAY "Code expired."
                       ELSE
                           DISPLAY "Expiry cancelled."
                       END-IF
               END-EVALUATE
           END-IF.

       SHOW-CODE SECTION.
           DISPLAY CD-TABLE-NAME " " CD-CODE " " CD-DESCRIPTION
               " from " CD-VALID-FROM " to " CD-VALID-TO
               " by " CD-OPERATOR-ID " " CD-CHANGE-DATE.

       INQUIRE-CODE SECTION.
           PERFORM ACCEPT-CODE-KEY.
           DISPLAY "As of date (CCYYMMDD, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT WS-CODE-CHECK-DATE.
           IF WS-CODE-CHECK-DATE NOT NUMERIC
                   OR WS-CODE-CHECK-DATE = 0
               MOVE WS-TODAY TO WS-CODE-CHECK-DATE
           END-IF.
           MOVE WS-WORK-TABLE-NAME TO WS-CODE-CHECK-TABLE.
           MOVE WS-WORK-CODE TO WS-CODE-CHECK-CODE.
           PERFORM CHECK-TABLE-CODE.
           EVALUATE TRUE
               WHEN WS-WORK-CODE = SPACES
                   DISPLAY "No code entered."
               WHEN CODE-TABLE-EMPTY
                   DISPLAY "Table " WS-WORK-TABLE-NAME
                       " holds no codes."
               WHEN CODE-UNKNOWN
                   DISPLAY WS-WORK-CODE " is not a "
                       WS-WORK-TABLE-NAME " code."
               WHEN CODE-NOT-IN-FORCE
                   DISPLAY WS-WORK-CODE " " WS-CODE-DESCRIPTION
                       " is not in force on " WS-CODE-CHECK-DATE "."
               WHEN OTHER
                   DISPLAY WS-WORK-CODE " " WS-CODE-DESCRIPTION
                       " is in force on " WS-CODE-CHECK-DATE "."
           END-EVALUATE.

       LIST-CODES SECTION.
           DISPLAY "Table (blank for all): " WITH NO ADVANCING.
           ACCEPT WS-WORK-TABLE-NAME.
           INSPECT WS-WORK-TABLE-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 0 TO WS-LIST-COUNT.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-CM-COUNT
               MOVE WS-CM-ENTRY(WS-CM-IDX) TO CODE-TABLE-RECORD
               IF WS-WORK-TABLE-NAME = SPACES
                   OR CD-TABLE-NAME = WS-WORK-TABLE-NAME
                   PERFORM SHOW-CODE
                   ADD 1 TO WS-LIST-COUNT
               END-IF
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " code(s) listed.".

       COPY "CODE-TABLE-CHECK".

       COPY "SIGN-ON".

       END PROGRAM CODE-TABLE-MAINT.
