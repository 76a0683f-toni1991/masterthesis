       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANDLORD-CONFIRM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LandlordConfirmFile
          ASSIGN TO "landlordconfirm.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-LANDLORD-CONFIRM-STATUS.
       SELECT OperatorMasterFile
          ASSIGN TO "operators.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LandlordConfirmFile.
       COPY "LANDLORD-CONFIRM".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       WORKING-STORAGE SECTION.
       COPY "CHECK-DIGIT-WS".
       COPY "LANDLORD-WS".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2).
       01 OPERATOR-EOF-SWITCH PIC X VALUE "N".
           88 OPERATOR-EOF VALUE "Y".
       01 WS-SIGNON-ID PIC X(8).
       01 WS-OPERATOR-ROLE PIC X.
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
           88 OPERATOR-CAN-UPDATE VALUE "S" "U".
       01 WS-OPERATOR-VALID-SWITCH PIC X VALUE "N".
           88 OPERATOR-VALID VALUE "Y".
       01 CONFIRM-EOF-SWITCH PIC X VALUE "N".
           88 CONFIRM-EOF VALUE "Y".
       01 WS-LC-OVERFLOW-SWITCH PIC X VALUE "N".
           88 CONFIRM-TABLE-OVERFLOW VALUE "Y".
       01 WS-CONFIRM-TABLE.
           05 WS-LC-ENTRY PIC X(136) OCCURS 2000 TIMES.
       01 WS-LC-COUNT PIC 9(4) VALUE 0.
       01 WS-LC-IDX PIC 9(4).
       01 WS-LC-FOUND-IDX PIC 9(4).
       01 WS-FUNCTION PIC X.
           88 FN-INQUIRE VALUE "I" "i".
           88 FN-RECEIVED VALUE "R" "r".
           88 FN-CANCEL VALUE "C" "c".
       01 WS-WANT-PERSON-ID PIC 9(6).
       01 WS-BEST-MOVE-IN PIC 9(8).
       01 WS-ENTRY-COUNT PIC 9(4) VALUE 0.
       01 WS-RECEIVED-DATE PIC 9(8).
       01 WS-DATE-FLAG PIC X.
           88 WS-DATE-OK VALUE "Y".
           88 WS-DATE-BAD VALUE "N".
       01 WS-DATE-REASON PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "LANDLORD CONFIRMATION TRACKING".
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           PERFORM LOAD-CONFIRMATIONS.
           IF CONFIRM-TABLE-OVERFLOW
               DISPLAY "More than 2000 landlord confirmations on "
                   "file - run refused, the file would be truncated."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Function (I=inquire, R=mark received, "
               "C=cancel): " WITH NO ADVANCING.
           ACCEPT WS-FUNCTION.
           EVALUATE TRUE
               WHEN FN-INQUIRE PERFORM INQUIRE-CONFIRMATIONS
               WHEN FN-RECEIVED
                   IF OPERATOR-CAN-UPDATE
                       PERFORM MARK-RECEIVED
                   ELSE
                       DISPLAY "Marking confirmations requires "
                           "update authority."
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN FN-CANCEL
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM CANCEL-CONFIRMATION
                   ELSE
                       DISPLAY "Cancelling a confirmation requires "
                           "a supervisor."
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   DISPLAY "Unknown function."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       LOAD-CONFIRMATIONS SECTION.
           MOVE 0 TO WS-LC-COUNT.
           OPEN INPUT LandlordConfirmFile.
           IF WS-LANDLORD-CONFIRM-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL CONFIRM-EOF
                   READ LandlordConfirmFile
                       AT END SET CONFIRM-EOF TO TRUE
                   END-READ
                   IF NOT CONFIRM-EOF
                       IF WS-LC-COUNT = 2000
                           SET CONFIRM-TABLE-OVERFLOW TO TRUE
                           SET CONFIRM-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-LC-COUNT
                           MOVE LANDLORD-CONFIRM-RECORD
                               TO WS-LC-ENTRY(WS-LC-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LandlordConfirmFile
           END-IF.

       SAVE-CONFIRMATIONS SECTION.
           OPEN OUTPUT LandlordConfirmFile.
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
                   UNTIL WS-LC-IDX > WS-LC-COUNT
               MOVE WS-LC-ENTRY(WS-LC-IDX) TO LANDLORD-CONFIRM-RECORD
               WRITE LANDLORD-CONFIRM-RECORD
           END-PERFORM.
           CLOSE LandlordConfirmFile.

       ACCEPT-WANTED-PERSON SECTION.
           DISPLAY "PERSON-ID: " WITH NO ADVANCING.
           ACCEPT WS-WANT-PERSON-ID.
           MOVE WS-WANT-PERSON-ID TO WS-CHECK-ID.
           PERFORM VERIFY-KEYED-CHECK-DIGIT.

       FIND-PENDING-CONFIRMATION SECTION.
           MOVE 0 TO WS-LC-FOUND-IDX.
           MOVE 0 TO WS-BEST-MOVE-IN.
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
                   UNTIL WS-LC-IDX > WS-LC-COUNT
               MOVE WS-LC-ENTRY(WS-LC-IDX) TO LANDLORD-CONFIRM-RECORD
               IF LC-PERSON-ID = WS-WANT-PERSON-ID AND LC-PENDING
                   AND LC-MOVE-IN-DATE NOT LESS THAN WS-BEST-MOVE-IN
                   MOVE WS-LC-IDX TO WS-LC-FOUND-IDX
                   MOVE LC-MOVE-IN-DATE TO WS-BEST-MOVE-IN
               END-IF
           END-PERFORM.
           IF WS-LC-FOUND-IDX = 0
               DISPLAY "No pending landlord confirmation for "
                   "PERSON-ID " WS-WANT-PERSON-ID "."
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE WS-LC-ENTRY(WS-LC-FOUND-IDX)
                   TO LANDLORD-CONFIRM-RECORD
           END-IF.

       INQUIRE-CONFIRMATIONS SECTION.
           PERFORM ACCEPT-WANTED-PERSON.
           IF KEYED-ID-CHECK-OK
               MOVE 0 TO WS-ENTRY-COUNT
               DISPLAY "Landlord confirmations for PERSON-ID "
                   WS-WANT-PERSON-ID ":"
               PERFORM VARYING WS-LC-IDX FROM 1 BY 1
                       UNTIL WS-LC-IDX > WS-LC-COUNT
                   MOVE WS-LC-ENTRY(WS-LC-IDX)
                       TO LANDLORD-CONFIRM-RECORD
                   IF LC-PERSON-ID = WS-WANT-PERSON-ID
                       ADD 1 TO WS-ENTRY-COUNT
                       PERFORM SHOW-CONFIRMATION
                   END-IF
               END-PERFORM
               IF WS-ENTRY-COUNT = 0
                   DISPLAY "  None on record."
               END-IF
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF.

       SHOW-CONFIRMATION SECTION.
           DISPLAY "  move-in " LC-MOVE-IN-DATE " at " LC-STREET " "
               LC-HOUSENUMBER " " LC-ZIP-CODE.
           IF LC-LANDLORD-NAME = SPACES
               DISPLAY "    landlord not yet known"
           ELSE
               DISPLAY "    landlord " LC-LANDLORD-NAME
               DISPLAY "    " LC-LANDLORD-STREET " "
                   LC-LANDLORD-HOUSENUMBER " " LC-LANDLORD-ZIP-CODE
                   " " LC-LANDLORD-CITY
           END-IF.
           EVALUATE TRUE
               WHEN LC-PENDING
                   DISPLAY "    pending (opened by " LC-OPENED-BY ")"
               WHEN LC-RECEIVED
                   DISPLAY "    received " LC-RECEIVED-DATE " by "
                       LC-CLOSED-BY
               WHEN LC-CANCELLED
                   DISPLAY "    cancelled " LC-RECEIVED-DATE " by "
                       LC-CLOSED-BY
           END-EVALUATE.

       MARK-RECEIVED SECTION.
           PERFORM ACCEPT-WANTED-PERSON.
           IF NOT KEYED-ID-CHECK-OK
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM FIND-PENDING-CONFIRMATION
               IF WS-LC-FOUND-IDX > 0
                   PERFORM SHOW-CONFIRMATION
                   PERFORM ACCEPT-RECEIVED-DATE
                   IF WS-DATE-OK
                       IF LC-LANDLORD-NAME = SPACES
                           PERFORM ACCEPT-LANDLORD-FROM-DOCUMENT
                       END-IF
                       SET LC-RECEIVED TO TRUE
                       MOVE WS-RECEIVED-DATE TO LC-RECEIVED-DATE
                       MOVE WS-SIGNON-ID TO LC-CLOSED-BY
                       MOVE LANDLORD-CONFIRM-RECORD
                           TO WS-LC-ENTRY(WS-LC-FOUND-IDX)
                       PERFORM SAVE-CONFIRMATIONS
                       DISPLAY "Landlord confirmation received for "
                           "PERSON-ID " WS-WANT-PERSON-ID "."
                   END-IF
               END-IF
           END-IF.

       ACCEPT-RECEIVED-DATE SECTION.
           DISPLAY "Date received (CCYYMMDD, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT WS-RECEIVED-DATE.
           IF WS-RECEIVED-DATE NOT NUMERIC OR WS-RECEIVED-DATE = 0
               ACCEPT WS-RECEIVED-DATE FROM DATE YYYYMMDD
           END-IF.
           CALL "DATE-CHECK" USING WS-RECEIVED-DATE
               WS-DATE-FLAG WS-DATE-REASON.
           IF WS-DATE-BAD
               DISPLAY "Invalid date received (" WS-DATE-REASON
                   ") - nothing changed."
               MOVE 1 TO RETURN-CODE
           END-IF.

       ACCEPT-LANDLORD-FROM-DOCUMENT SECTION.
           DISPLAY "Landlord name from the document: "
               WITH NO ADVANCING.
           ACCEPT WS-LC-LANDLORD-NAME.
           DISPLAY "Landlord street (blank = same building): "
               WITH NO ADVANCING.
           ACCEPT WS-LC-LANDLORD-STREET.
           MOVE WS-LC-LANDLORD-NAME TO LC-LANDLORD-NAME.
           IF WS-LC-LANDLORD-STREET = SPACES
               MOVE LC-STREET TO LC-LANDLORD-STREET
               MOVE LC-HOUSENUMBER TO LC-LANDLORD-HOUSENUMBER
               MOVE LC-ZIP-CODE TO LC-LANDLORD-ZIP-CODE
           ELSE
               DISPLAY "Landlord house number: " WITH NO ADVANCING
               ACCEPT WS-LC-LANDLORD-HOUSENUMBER
               DISPLAY "Landlord ZIP code: " WITH NO ADVANCING
               ACCEPT WS-LC-LANDLORD-ZIP-CODE
               DISPLAY "Landlord city: " WITH NO ADVANCING
               ACCEPT WS-LC-LANDLORD-CITY
               MOVE WS-LC-LANDLORD-STREET TO LC-LANDLORD-STREET
               MOVE WS-LC-LANDLORD-HOUSENUMBER
                   TO LC-LANDLORD-HOUSENUMBER
               MOVE WS-LC-LANDLORD-ZIP-CODE TO LC-LANDLORD-ZIP-CODE
               MOVE WS-LC-LANDLORD-CITY TO LC-LANDLORD-CITY
           END-IF.

       CANCEL-CONFIRMATION SECTION.
           PERFORM ACCEPT-WANTED-PERSON.
           IF NOT KEYED-ID-CHECK-OK
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM FIND-PENDING-CONFIRMATION
               IF WS-LC-FOUND-IDX > 0
                   PERFORM SHOW-CONFIRMATION
                   SET LC-CANCELLED TO TRUE
                   ACCEPT LC-RECEIVED-DATE FROM DATE YYYYMMDD
                   MOVE WS-SIGNON-ID TO LC-CLOSED-BY
                   MOVE LANDLORD-CONFIRM-RECORD
                       TO WS-LC-ENTRY(WS-LC-FOUND-IDX)
                   PERFORM SAVE-CONFIRMATIONS
                   DISPLAY "Landlord confirmation cancelled for "
                       "PERSON-ID " WS-WANT-PERSON-ID "."
               END-IF
           END-IF.

       COPY "CHECK-DIGIT-PROMPT".

       COPY "SIGN-ON".

       END PROGRAM LANDLORD-CONFIRM.
