       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBJECTION-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ObjectionFile
          ASSIGN TO DYNAMIC WS-ENV-OBJECTION
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS OB-KEY
          FILE STATUS IS WS-OBJECTION-STATUS.
       SELECT RecordFile
          ASSIGN TO DYNAMIC WS-ENV-RECORDFILE
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PERSON-ID
          ALTERNATE RECORD KEY IS SURNAME WITH DUPLICATES
          FILE STATUS IS WS-FILE-STATUS.
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

       FD ObjectionFile.
       COPY "OBJECTION".

       FD RecordFile.
       COPY "PersonData".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       WORKING-STORAGE SECTION.
       COPY "OBJECTION-WS".
       COPY "CHECK-DIGIT-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-FILE-STATUS PIC X(2).
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
           88 CH-END VALUE "E" "e".
           88 CH-DELETE VALUE "D" "d".
           88 CH-INQUIRE VALUE "I" "i".
           88 CH-QUIT VALUE "Q" "q".
       01 WS-CONFIRM PIC X.
           88 CONFIRM-YES VALUE "Y" "y".
       01 WS-OBJECTION-FOUND-SWITCH PIC X VALUE "N".
           88 OBJECTION-FOUND VALUE "Y".
       01 WS-PERSON-OK-SWITCH PIC X VALUE "N".
           88 PERSON-OK VALUE "Y".
       01 WS-DETAILS-OK-SWITCH PIC X VALUE "N".
           88 DETAILS-OK VALUE "Y".
       01 LIST-EOF-SWITCH PIC X VALUE "N".
           88 LIST-EOF VALUE "Y".
       01 WS-WORK-PERSON-ID PIC 9(6).
       01 WS-WORK-TYPE PIC X.
       01 WS-WORK-FROM PIC 9(8).
       01 WS-WORK-TO PIC 9(8).
       01 WS-TODAY PIC 9(8).
       01 WS-LIST-COUNT PIC 9(4).
       01 WS-DATE-FLAG PIC X.
           88 WS-DATE-OK VALUE "Y".
           88 WS-DATE-BAD VALUE "N".
       01 WS-DATE-REASON PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "CITIZEN OBJECTION REGISTER MAINTENANCE".
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN I-O ObjectionFile.
           IF WS-OBJECTION-STATUS = "35"
               OPEN OUTPUT ObjectionFile
               CLOSE ObjectionFile
               OPEN I-O ObjectionFile
           END-IF.
           IF WS-OBJECTION-STATUS NOT = "00"
               DISPLAY "Objection register not available - status "
                   WS-OBJECTION-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Person master not available - status "
                   WS-FILE-STATUS
               CLOSE ObjectionFile
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-QUIT
               PERFORM DISPLAY-MAINT-MENU
               ACCEPT WS-CHOICE
               PERFORM DISPATCH-MAINT-CHOICE
           END-PERFORM.
           CLOSE RecordFile.
           CLOSE ObjectionFile.
           GOBACK.

       DISPLAY-MAINT-MENU SECTION.
           DISPLAY " ".
           DISPLAY "OBJECTION REGISTER".
           DISPLAY "A  Add objection".
           DISPLAY "C  Change effective dates".
           DISPLAY "E  End objection (withdrawn by the citizen)".
           DISPLAY "D  Delete objection (entered in error)".
           DISPLAY "I  Inquire objections of a person".
           DISPLAY "Q  Quit".
           DISPLAY "Choice: " WITH NO ADVANCING.

       DISPATCH-MAINT-CHOICE SECTION.
           EVALUATE TRUE
               WHEN CH-ADD
                   IF OPERATOR-CAN-UPDATE
                       PERFORM ADD-OBJECTION
                   ELSE
                       DISPLAY "Recording objections requires update "
                           "authority."
                   END-IF
               WHEN CH-CHANGE
                   IF OPERATOR-CAN-UPDATE
                       PERFORM CHANGE-OBJECTION
                   ELSE
                       DISPLAY "Changing objections requires update "
                           "authority."
                   END-IF
               WHEN CH-END
                   IF OPERATOR-CAN-UPDATE
                       PERFORM END-OBJECTION
                   ELSE
                       DISPLAY "Ending objections requires update "
                           "authority."
                   END-IF
               WHEN CH-DELETE
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM DELETE-OBJECTION
                   ELSE
                       DISPLAY "Deleting objections requires a "
                           "supervisor."
                   END-IF
               WHEN CH-INQUIRE PERFORM INQUIRE-OBJECTIONS
               WHEN CH-QUIT SET WS-QUIT TO TRUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

       ACCEPT-PERSON-ID SECTION.
           MOVE "N" TO WS-PERSON-OK-SWITCH.
           DISPLAY "PERSON-ID: " WITH NO ADVANCING.
           ACCEPT WS-WORK-PERSON-ID.
           MOVE WS-WORK-PERSON-ID TO WS-CHECK-ID.
           PERFORM VERIFY-KEYED-CHECK-DIGIT.
           IF KEYED-ID-CHECK-OK
               MOVE WS-WORK-PERSON-ID TO PERSON-ID
               READ RecordFile
                   INVALID KEY
                       DISPLAY "PERSON-ID " WS-WORK-PERSON-ID
                           " not on file."
                   NOT INVALID KEY
                       SET PERSON-OK TO TRUE
                       DISPLAY "  " FIRSTNAME " " SURNAME " born "
                           DATE-OF-BIRTH
               END-READ
           END-IF.

       ACCEPT-OBJECTION-TYPE SECTION.
           DISPLAY "Objection type (P=political parties, "
               "A=address-book publishers, J=press notices, "
               "R=religious bodies): " WITH NO ADVANCING.
           ACCEPT WS-WORK-TYPE.
           MOVE WS-WORK-PERSON-ID TO OB-PERSON-ID.
           MOVE WS-WORK-TYPE TO OB-TYPE.

       READ-WORK-OBJECTION SECTION.
           MOVE "N" TO WS-OBJECTION-FOUND-SWITCH.
           PERFORM ACCEPT-PERSON-ID.
           IF PERSON-OK
               PERFORM ACCEPT-OBJECTION-TYPE
               READ ObjectionFile
                   INVALID KEY
                       DISPLAY "No objection of type " WS-WORK-TYPE
                           " on file for PERSON-ID "
                           WS-WORK-PERSON-ID "."
                   NOT INVALID KEY
                       SET OBJECTION-FOUND TO TRUE
               END-READ
           END-IF.

       ACCEPT-EFFECTIVE-DATES SECTION.
           MOVE "N" TO WS-DETAILS-OK-SWITCH.
           DISPLAY "Effective from (CCYYMMDD, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-FROM.
           IF WS-WORK-FROM = 0
               MOVE WS-TODAY TO WS-WORK-FROM
           END-IF.
           DISPLAY "Effective to (CCYYMMDD, 0 = open-ended): "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-TO.
           CALL "DATE-CHECK" USING WS-WORK-FROM
               WS-DATE-FLAG WS-DATE-REASON.
           IF WS-DATE-BAD AND WS-DATE-REASON NOT = "FU"
               DISPLAY "Invalid effective-from date (" WS-DATE-REASON
                   ") - entry refused."
           ELSE
               IF WS-WORK-TO = 0
                   SET DETAILS-OK TO TRUE
               ELSE
                   CALL "DATE-CHECK" USING WS-WORK-TO
                       WS-DATE-FLAG WS-DATE-REASON
                   EVALUATE TRUE
                       WHEN WS-DATE-BAD AND WS-DATE-REASON NOT = "FU"
                           DISPLAY "Invalid effective-to date ("
                               WS-DATE-REASON ") - entry refused."
                       WHEN WS-WORK-TO < WS-WORK-FROM
                           DISPLAY "Effective-to is before "
                               "effective-from - entry refused."
                       WHEN OTHER
                           SET DETAILS-OK TO TRUE
                   END-EVALUATE
               END-IF
           END-IF.

       ADD-OBJECTION SECTION.
           PERFORM ACCEPT-PERSON-ID.
           IF PERSON-OK
               PERFORM ACCEPT-OBJECTION-TYPE
               IF NOT OB-TYPE-VALID
                   DISPLAY "Unknown objection type " WS-WORK-TYPE
                       " - entry refused."
               ELSE
                   READ ObjectionFile
                       INVALID KEY
                           PERFORM ACCEPT-EFFECTIVE-DATES
                           IF DETAILS-OK
                               PERFORM WRITE-NEW-OBJECTION
                           END-IF
                       NOT INVALID KEY
                           DISPLAY "An objection of this type is "
                               "already on file - use C to change it."
                           PERFORM SHOW-OBJECTION
                   END-READ
               END-IF
           END-IF.

       WRITE-NEW-OBJECTION SECTION.
           MOVE WS-WORK-PERSON-ID TO OB-PERSON-ID.
           MOVE WS-WORK-TYPE TO OB-TYPE.
           MOVE WS-WORK-FROM TO OB-EFFECTIVE-FROM.
           MOVE WS-WORK-TO TO OB-EFFECTIVE-TO.
           MOVE WS-SIGNON-ID TO OB-OPERATOR-ID.
           MOVE WS-TODAY TO OB-CHANGE-DATE.
           WRITE OBJECTION-RECORD
               INVALID KEY
                   DISPLAY "Objection could not be written - status "
                       WS-OBJECTION-STATUS
               NOT INVALID KEY
                   DISPLAY "Objection recorded."
           END-WRITE.

       CHANGE-OBJECTION SECTION.
           PERFORM READ-WORK-OBJECTION.
           IF OBJECTION-FOUND
               PERFORM SHOW-OBJECTION
               PERFORM ACCEPT-EFFECTIVE-DATES
               IF DETAILS-OK
                   MOVE WS-WORK-FROM TO OB-EFFECTIVE-FROM
                   MOVE WS-WORK-TO TO OB-EFFECTIVE-TO
                   PERFORM REWRITE-WORK-OBJECTION
               END-IF
           END-IF.

       END-OBJECTION SECTION.
           PERFORM READ-WORK-OBJECTION.
           IF OBJECTION-FOUND
               PERFORM SHOW-OBJECTION
               DISPLAY "Last day in force (CCYYMMDD, 0 = today): "
                   WITH NO ADVANCING
               ACCEPT WS-WORK-TO
               IF WS-WORK-TO = 0
                   MOVE WS-TODAY TO WS-WORK-TO
               END-IF
               CALL "DATE-CHECK" USING WS-WORK-TO
                   WS-DATE-FLAG WS-DATE-REASON
               EVALUATE TRUE
                   WHEN WS-DATE-BAD AND WS-DATE-REASON NOT = "FU"
                       DISPLAY "Invalid date (" WS-DATE-REASON
                           ") - entry refused."
                   WHEN WS-WORK-TO < OB-EFFECTIVE-FROM
                       DISPLAY "Date is before the objection took "
                           "effect - use D if it was entered in error."
                   WHEN OTHER
                       MOVE WS-WORK-TO TO OB-EFFECTIVE-TO
                       PERFORM REWRITE-WORK-OBJECTION
               END-EVALUATE
           END-IF.

       REWRITE-WORK-OBJECTION SECTION.
           MOVE WS-SIGNON-ID TO OB-OPERATOR-ID.
           MOVE WS-TODAY TO OB-CHANGE-DATE.
           REWRITE OBJECTION-RECORD
               INVALID KEY
                   DISPLAY "Objection could not be rewritten - status "
                       WS-OBJECTION-STATUS
               NOT INVALID KEY
                   DISPLAY "Objection changed."
           END-REWRITE.

       DELETE-OBJECTION SECTION.
           PERFORM READ-WORK-OBJECTION.
           IF OBJECTION-FOUND
               PERFORM SHOW-OBJECTION
               DISPLAY "Delete this objection (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF CONFIRM-YES
                   DELETE ObjectionFile
                       INVALID KEY
                           DISPLAY "Objection could not be deleted "
                               "- status " WS-OBJECTION-STATUS
                       NOT INVALID KEY
                           DISPLAY "Objection deleted."
                   END-DELETE
               ELSE
                   DISPLAY "Delete cancelled."
               END-IF
           END-IF.

       INQUIRE-OBJECTIONS SECTION.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE "N" TO LIST-EOF-SWITCH.
           PERFORM ACCEPT-PERSON-ID.
           IF PERSON-OK
               MOVE WS-WORK-PERSON-ID TO OB-PERSON-ID
               MOVE LOW-VALUES TO OB-TYPE
               START ObjectionFile KEY IS NOT LESS THAN OB-KEY
                   INVALID KEY SET LIST-EOF TO TRUE
               END-START
               PERFORM UNTIL LIST-EOF
                   READ ObjectionFile NEXT RECORD
                       AT END SET LIST-EOF TO TRUE
                   END-READ
                   IF NOT LIST-EOF
                       IF OB-PERSON-ID NOT = WS-WORK-PERSON-ID
                           SET LIST-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM SHOW-OBJECTION
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-LIST-COUNT = 0
                   DISPLAY "No objections on file for PERSON-ID "
                       WS-WORK-PERSON-ID "."
               END-IF
           END-IF.

       SHOW-OBJECTION SECTION.
           PERFORM VARYING WS-OBJ-IDX FROM 1 BY 1
                   UNTIL WS-OBJ-IDX > 4
                   OR WS-OBJ-TYPE-CODE(WS-OBJ-IDX) = OB-TYPE
               CONTINUE
           END-PERFORM.
           IF WS-OBJ-IDX > 4
               DISPLAY "  type " OB-TYPE
           ELSE
               DISPLAY "  type " OB-TYPE " ("
                   WS-OBJ-TYPE-NAME(WS-OBJ-IDX) ")"
           END-IF.
           IF OB-EFFECTIVE-TO = 0
               DISPLAY "  in force from " OB-EFFECTIVE-FROM
                   ", open-ended"
           ELSE
               DISPLAY "  in force from " OB-EFFECTIVE-FROM " to "
                   OB-EFFECTIVE-TO
           END-IF.
           DISPLAY "  last changed " OB-CHANGE-DATE " by "
               OB-OPERATOR-ID.

       COPY "CHECK-DIGIT-PROMPT".

       COPY "SIGN-ON".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-OBJECTION TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-OBJECTION
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
           END-IF.

       COPY "ENV-SECTIONS".

       END PROGRAM OBJECTION-MAINT.
