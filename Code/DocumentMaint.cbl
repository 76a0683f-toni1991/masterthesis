       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCUMENT-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DocumentRegisterFile
          ASSIGN TO DYNAMIC WS-ENV-DOCUMENTS
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS DR-KEY
          ALTERNATE RECORD KEY IS DR-DOCUMENT-NUMBER WITH DUPLICATES
          FILE STATUS IS WS-DOCUMENT-REGISTER-STATUS.
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

       FD DocumentRegisterFile.
       COPY "DOCUMENT-REGISTER".

       FD RecordFile.
       COPY "PersonData".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       WORKING-STORAGE SECTION.
       COPY "DOCUMENT-REGISTER-WS".
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
           88 CH-STATUS VALUE "S" "s".
           88 CH-DELETE VALUE "D" "d".
           88 CH-INQUIRE VALUE "I" "i".
           88 CH-LOOKUP VALUE "L" "l".
           88 CH-QUIT VALUE "Q" "q".
       01 WS-CONFIRM PIC X.
           88 CONFIRM-YES VALUE "Y" "y".
       01 WS-ENTRY-FOUND-SWITCH PIC X VALUE "N".
           88 ENTRY-FOUND VALUE "Y".
       01 WS-PERSON-OK-SWITCH PIC X VALUE "N".
           88 PERSON-OK VALUE "Y".
       01 WS-DETAILS-OK-SWITCH PIC X VALUE "N".
           88 DETAILS-OK VALUE "Y".
       01 WS-NUMBER-IN-USE-SWITCH PIC X VALUE "N".
           88 NUMBER-IN-USE VALUE "Y".
       01 LIST-EOF-SWITCH PIC X VALUE "N".
           88 LIST-EOF VALUE "Y".
       01 WS-WORK-PERSON-ID PIC 9(6).
       01 WS-WORK-SEQUENCE PIC 9(2).
       01 WS-NEXT-SEQUENCE PIC 9(3).
       01 WS-WORK-TYPE PIC X.
           88 WORK-TYPE-CARD VALUE "I" "i".
           88 WORK-TYPE-PASSPORT VALUE "P" "p".
       01 WS-WORK-NUMBER PIC X(12).
       01 WS-WORK-ISSUE-DATE PIC 9(8).
       01 WS-WORK-EXPIRY-DATE PIC 9(8).
       01 WS-WORK-STATUS PIC X.
           88 WORK-STATUS-VALID VALUE "V" "v".
           88 WORK-STATUS-EXPIRED VALUE "E" "e".
           88 WORK-STATUS-LOST VALUE "L" "l".
           88 WORK-STATUS-STOLEN VALUE "S" "s".
           88 WORK-STATUS-SURRENDERED VALUE "U" "u".
       01 WS-TODAY PIC 9(8).
       01 WS-LIST-COUNT PIC 9(4).
       01 WS-DATE-FLAG PIC X.
           88 WS-DATE-OK VALUE "Y".
           88 WS-DATE-BAD VALUE "N".
       01 WS-DATE-REASON PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "IDENTITY DOCUMENT REGISTER".
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN I-O DocumentRegisterFile.
           IF WS-DOCUMENT-REGISTER-STATUS = "35"
               OPEN OUTPUT DocumentRegisterFile
               CLOSE DocumentRegisterFile
               OPEN I-O DocumentRegisterFile
           END-IF.
           IF WS-DOCUMENT-REGISTER-STATUS NOT = "00"
               DISPLAY "Document register not available - status "
                   WS-DOCUMENT-REGISTER-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Person master not available - status "
                   WS-FILE-STATUS
               CLOSE DocumentRegisterFile
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-QUIT
               PERFORM DISPLAY-MAINT-MENU
               ACCEPT WS-CHOICE
               PERFORM DISPATCH-MAINT-CHOICE
           END-PERFORM.
           CLOSE RecordFile.
           CLOSE DocumentRegisterFile.
           GOBACK.

       DISPLAY-MAINT-MENU SECTION.
           DISPLAY " ".
           DISPLAY "DOCUMENT REGISTER".
           DISPLAY "A  Add issued document".
           DISPLAY "S  Set document status (lost, stolen, "
               "surrendered, expired, valid)".
           DISPLAY "D  Delete document (entered in error)".
           DISPLAY "I  Inquire documents of a person".
           DISPLAY "L  Look up a presented document by number".
           DISPLAY "Q  Quit".
           DISPLAY "Choice: " WITH NO ADVANCING.

       DISPATCH-MAINT-CHOICE SECTION.
           EVALUATE TRUE
               WHEN CH-ADD
                   IF OPERATOR-CAN-UPDATE
                       PERFORM ADD-DOCUMENT
                   ELSE
                       DISPLAY "Recording documents requires update "
                           "authority."
                   END-IF
               WHEN CH-STATUS
                   IF OPERATOR-CAN-UPDATE
                       PERFORM SET-DOCUMENT-STATUS
                   ELSE
                       DISPLAY "Changing document status requires "
                           "update authority."
                   END-IF
               WHEN CH-DELETE
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM DELETE-DOCUMENT
                   ELSE
                       DISPLAY "Deleting documents requires a "
                           "supervisor."
                   END-IF
               WHEN CH-INQUIRE PERFORM INQUIRE-DOCUMENTS
               WHEN CH-LOOKUP PERFORM LOOKUP-DOCUMENT-NUMBER
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

       SCAN-PERSON-DOCUMENTS SECTION.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 1 TO WS-NEXT-SEQUENCE.
           MOVE "N" TO LIST-EOF-SWITCH.
           MOVE WS-WORK-PERSON-ID TO DR-PERSON-ID.
           MOVE 0 TO DR-SEQUENCE.
           START DocumentRegisterFile KEY IS NOT LESS THAN DR-KEY
               INVALID KEY SET LIST-EOF TO TRUE
           END-START.
           PERFORM UNTIL LIST-EOF
               READ DocumentRegisterFile NEXT RECORD
                   AT END SET LIST-EOF TO TRUE
               END-READ
               IF NOT LIST-EOF
                   IF DR-PERSON-ID NOT = WS-WORK-PERSON-ID
                       SET LIST-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-LIST-COUNT
                       COMPUTE WS-NEXT-SEQUENCE = DR-SEQUENCE + 1
                   END-IF
               END-IF
           END-PERFORM.

       READ-WORK-DOCUMENT SECTION.
           MOVE "N" TO WS-ENTRY-FOUND-SWITCH.
           PERFORM ACCEPT-PERSON-ID.
           IF PERSON-OK
               PERFORM LIST-PERSON-DOCUMENTS
               DISPLAY "Document sequence number: "
                   WITH NO ADVANCING
               ACCEPT WS-WORK-SEQUENCE
               MOVE WS-WORK-PERSON-ID TO DR-PERSON-ID
               MOVE WS-WORK-SEQUENCE TO DR-SEQUENCE
               READ DocumentRegisterFile KEY IS DR-KEY
                   INVALID KEY
                       DISPLAY "No document " WS-WORK-SEQUENCE
                           " on file for PERSON-ID "
                           WS-WORK-PERSON-ID "."
                   NOT INVALID KEY
                       SET ENTRY-FOUND TO TRUE
               END-READ
           END-IF.

       CHECK-NUMBER-IN-USE SECTION.
           MOVE "N" TO WS-NUMBER-IN-USE-SWITCH.
           MOVE "N" TO LIST-EOF-SWITCH.
           MOVE WS-WORK-NUMBER TO DR-DOCUMENT-NUMBER.
           START DocumentRegisterFile
               KEY IS EQUAL TO DR-DOCUMENT-NUMBER
               INVALID KEY SET LIST-EOF TO TRUE
           END-START.
           PERFORM UNTIL LIST-EOF
               READ DocumentRegisterFile NEXT RECORD
                   AT END SET LIST-EOF TO TRUE
               END-READ
               IF NOT LIST-EOF
                   IF DR-DOCUMENT-NUMBER NOT = WS-WORK-NUMBER
                       SET LIST-EOF TO TRUE
                   ELSE
                       IF (WORK-TYPE-CARD AND DR-IDENTITY-CARD)
                           OR (WORK-TYPE-PASSPORT AND DR-PASSPORT)
                           SET NUMBER-IN-USE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ACCEPT-DOCUMENT-DETAILS SECTION.
           MOVE "N" TO WS-DETAILS-OK-SWITCH.
           DISPLAY "Document number: " WITH NO ADVANCING.
           ACCEPT WS-WORK-NUMBER.
           DISPLAY "Issue date (CCYYMMDD, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-ISSUE-DATE.
           IF WS-WORK-ISSUE-DATE = 0
               MOVE WS-TODAY TO WS-WORK-ISSUE-DATE
           END-IF.
           DISPLAY "Expiry date (CCYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-WORK-EXPIRY-DATE.
           IF WS-WORK-NUMBER = SPACES
               DISPLAY "Document number is required - entry "
                   "refused."
           ELSE
               CALL "DATE-CHECK" USING WS-WORK-ISSUE-DATE
                   WS-DATE-FLAG WS-DATE-REASON
               IF WS-DATE-BAD
                   DISPLAY "Invalid issue date (" WS-DATE-REASON
                       ") - entry refused."
               ELSE
                   CALL "DATE-CHECK" USING WS-WORK-EXPIRY-DATE
                       WS-DATE-FLAG WS-DATE-REASON
                   EVALUATE TRUE
                       WHEN WS-DATE-BAD AND WS-DATE-REASON NOT = "FU"
                           DISPLAY "Invalid expiry date ("
                               WS-DATE-REASON ") - entry refused."
                       WHEN WS-WORK-EXPIRY-DATE
                           NOT > WS-WORK-ISSUE-DATE
                           DISPLAY "Expiry is not after issue - "
                               "entry refused."
                       WHEN OTHER
                           PERFORM CHECK-NUMBER-IN-USE
                           IF NUMBER-IN-USE
                               DISPLAY "Document number "
                                   WS-WORK-NUMBER
                                   " is already registered - entry "
                                   "refused."
                           ELSE
                               SET DETAILS-OK TO TRUE
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

       ADD-DOCUMENT SECTION.
           PERFORM ACCEPT-PERSON-ID.
           IF PERSON-OK
               IF STATUS-DECEASED
                   DISPLAY "Person is recorded as deceased - no "
                       "documents can be added."
               ELSE
                   PERFORM SCAN-PERSON-DOCUMENTS
                   DISPLAY "Document type (I=identity card, "
                       "P=passport): " WITH NO ADVANCING
                   ACCEPT WS-WORK-TYPE
                   EVALUATE TRUE
                       WHEN NOT WORK-TYPE-CARD
                           AND NOT WORK-TYPE-PASSPORT
                           DISPLAY "Unknown document type "
                               WS-WORK-TYPE " - entry refused."
                       WHEN WS-NEXT-SEQUENCE > 99
                           DISPLAY "No document sequence numbers "
                               "left for this person."
                       WHEN OTHER
                           PERFORM ACCEPT-DOCUMENT-DETAILS
                           IF DETAILS-OK
                               PERFORM WRITE-NEW-DOCUMENT
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

       WRITE-NEW-DOCUMENT SECTION.
           MOVE WS-WORK-PERSON-ID TO DR-PERSON-ID.
           MOVE WS-NEXT-SEQUENCE TO DR-SEQUENCE.
           IF WORK-TYPE-CARD
               SET DR-IDENTITY-CARD TO TRUE
           ELSE
               SET DR-PASSPORT TO TRUE
           END-IF.
           MOVE WS-WORK-NUMBER TO DR-DOCUMENT-NUMBER.
           MOVE WS-WORK-ISSUE-DATE TO DR-ISSUE-DATE.
           MOVE WS-WORK-EXPIRY-DATE TO DR-EXPIRY-DATE.
           IF WS-WORK-EXPIRY-DATE < WS-TODAY
               SET DR-EXPIRED TO TRUE
           ELSE
               SET DR-VALID TO TRUE
           END-IF.
           MOVE WS-TODAY TO DR-STATUS-DATE.
           MOVE 0 TO DR-REMINDER-DATE.
           MOVE WS-SIGNON-ID TO DR-OPERATOR-ID.
           MOVE WS-TODAY TO DR-CHANGE-DATE.
           WRITE DOCUMENT-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "Document could not be written - status "
                       WS-DOCUMENT-REGISTER-STATUS
               NOT INVALID KEY
                   DISPLAY "Document " DR-SEQUENCE " recorded."
           END-WRITE.

       SET-DOCUMENT-STATUS SECTION.
           PERFORM READ-WORK-DOCUMENT.
           IF ENTRY-FOUND
               PERFORM SHOW-DOCUMENT
               IF DR-INVALIDATED
                   DISPLAY "Document was invalidated on the holder's "
                       "death - status cannot be changed."
               ELSE
                   DISPLAY "New status (L=lost, S=stolen, "
                       "U=surrendered, E=expired, V=valid): "
                       WITH NO ADVANCING
                   ACCEPT WS-WORK-STATUS
                   EVALUATE TRUE
                       WHEN WORK-STATUS-LOST
                           SET DR-REPORTED-LOST TO TRUE
                           PERFORM REWRITE-DOCUMENT-STATUS
                       WHEN WORK-STATUS-STOLEN
                           SET DR-REPORTED-STOLEN TO TRUE
                           PERFORM REWRITE-DOCUMENT-STATUS
                       WHEN WORK-STATUS-SURRENDERED
                           SET DR-SURRENDERED TO TRUE
                           PERFORM REWRITE-DOCUMENT-STATUS
                       WHEN WORK-STATUS-EXPIRED
                           SET DR-EXPIRED TO TRUE
                           PERFORM REWRITE-DOCUMENT-STATUS
                       WHEN WORK-STATUS-VALID
                           IF DR-EXPIRY-DATE < WS-TODAY
                               DISPLAY "Document is past its expiry "
                                   "date - cannot be made valid."
                           ELSE
                               SET DR-VALID TO TRUE
                               PERFORM REWRITE-DOCUMENT-STATUS
                           END-IF
                       WHEN OTHER
                           DISPLAY "Unknown status " WS-WORK-STATUS
                               " - nothing changed."
                   END-EVALUATE
               END-IF
           END-IF.

       REWRITE-DOCUMENT-STATUS SECTION.
           MOVE WS-TODAY TO DR-STATUS-DATE.
           MOVE WS-SIGNON-ID TO DR-OPERATOR-ID.
           MOVE WS-TODAY TO DR-CHANGE-DATE.
           REWRITE DOCUMENT-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "Document could not be rewritten - "
                       "status " WS-DOCUMENT-REGISTER-STATUS
               NOT INVALID KEY
                   PERFORM DESCRIBE-DOCUMENT
                   DISPLAY "Document status set to "
                       WS-DOCUMENT-STATUS-NAME "."
           END-REWRITE.

       DELETE-DOCUMENT SECTION.
           PERFORM READ-WORK-DOCUMENT.
           IF ENTRY-FOUND
               PERFORM SHOW-DOCUMENT
               DISPLAY "Delete this document (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF CONFIRM-YES
                   DELETE DocumentRegisterFile
                       INVALID KEY
                           DISPLAY "Document could not be deleted "
                               "- status "
                               WS-DOCUMENT-REGISTER-STATUS
                       NOT INVALID KEY
                           DISPLAY "Document deleted."
                   END-DELETE
               ELSE
                   DISPLAY "Delete cancelled."
               END-IF
           END-IF.

       INQUIRE-DOCUMENTS SECTION.
           PERFORM ACCEPT-PERSON-ID.
           IF PERSON-OK
               PERFORM LIST-PERSON-DOCUMENTS
           END-IF.

       LIST-PERSON-DOCUMENTS SECTION.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE "N" TO LIST-EOF-SWITCH.
           MOVE WS-WORK-PERSON-ID TO DR-PERSON-ID.
           MOVE 0 TO DR-SEQUENCE.
           START DocumentRegisterFile KEY IS NOT LESS THAN DR-KEY
               INVALID KEY SET LIST-EOF TO TRUE
           END-START.
           PERFORM UNTIL LIST-EOF
               READ DocumentRegisterFile NEXT RECORD
                   AT END SET LIST-EOF TO TRUE
               END-READ
               IF NOT LIST-EOF
                   IF DR-PERSON-ID NOT = WS-WORK-PERSON-ID
                       SET LIST-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM SHOW-DOCUMENT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LIST-COUNT = 0
               DISPLAY "  No documents on file."
           END-IF.

       LOOKUP-DOCUMENT-NUMBER SECTION.
           DISPLAY "Presented document number: " WITH NO ADVANCING.
           ACCEPT WS-WORK-NUMBER.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE "N" TO LIST-EOF-SWITCH.
           MOVE WS-WORK-NUMBER TO DR-DOCUMENT-NUMBER.
           START DocumentRegisterFile
               KEY IS EQUAL TO DR-DOCUMENT-NUMBER
               INVALID KEY SET LIST-EOF TO TRUE
           END-START.
           PERFORM UNTIL LIST-EOF
               READ DocumentRegisterFile NEXT RECORD
                   AT END SET LIST-EOF TO TRUE
               END-READ
               IF NOT LIST-EOF
                   IF DR-DOCUMENT-NUMBER NOT = WS-WORK-NUMBER
                       SET LIST-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM SHOW-LOOKUP-RESULT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LIST-COUNT = 0
               DISPLAY "Document " WS-WORK-NUMBER
                   " is not in the register."
           END-IF.

       SHOW-LOOKUP-RESULT SECTION.
           MOVE DR-PERSON-ID TO PERSON-ID.
           READ RecordFile
               INVALID KEY
                   MOVE SPACES TO FIRSTNAME
                   MOVE "(unknown)" TO SURNAME
           END-READ.
           PERFORM SHOW-DOCUMENT.
           DISPLAY "    holder " DR-PERSON-ID " " FIRSTNAME " "
               SURNAME.
           EVALUATE TRUE
               WHEN DR-REPORTED-LOST
                   DISPLAY "  *** REPORTED LOST ON " DR-STATUS-DATE
                       " - RETAIN DOCUMENT AND CHECK IDENTITY ***"
               WHEN DR-REPORTED-STOLEN
                   DISPLAY "  *** REPORTED STOLEN ON " DR-STATUS-DATE
                       " - RETAIN DOCUMENT AND CHECK IDENTITY ***"
               WHEN DR-VALID AND DR-EXPIRY-DATE < WS-TODAY
                   DISPLAY "  Document is past its expiry date."
               WHEN NOT DR-VALID
                   DISPLAY "  Document is no longer valid."
           END-EVALUATE.

       SHOW-DOCUMENT SECTION.
           PERFORM DESCRIBE-DOCUMENT.
           DISPLAY "  " DR-SEQUENCE " " WS-DOCUMENT-TYPE-NAME " "
               DR-DOCUMENT-NUMBER " - " WS-DOCUMENT-STATUS-NAME.
           DISPLAY "    issued " DR-ISSUE-DATE " expires "
               DR-EXPIRY-DATE " status since " DR-STATUS-DATE.
           IF DR-REMINDER-DATE > 0
               DISPLAY "    expiry reminder sent " DR-REMINDER-DATE
           END-IF.
           DISPLAY "    last changed " DR-CHANGE-DATE " by "
               DR-OPERATOR-ID.

       COPY "DOCUMENT-DESCRIBE".

       COPY "CHECK-DIGIT-PROMPT".

       COPY "SIGN-ON".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-DOCUMENTS TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-DOCUMENTS
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
           END-IF.

       COPY "ENV-SECTIONS".

       END PROGRAM DOCUMENT-MAINT.
