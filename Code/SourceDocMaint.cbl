       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOURCE-DOC-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SourceDocFile
          ASSIGN TO "sourcedocs.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-SOURCE-DOC-STATUS.
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

       FD SourceDocFile.
       COPY "SOURCE-DOC".

       FD RecordFile.
       COPY "PersonData".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       WORKING-STORAGE SECTION.
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-FILE-STATUS PIC X(2).
       COPY "SOURCE-DOC-WS".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2).
       01 OPERATOR-EOF-SWITCH PIC X VALUE "N".
           88 OPERATOR-EOF VALUE "Y".
       01 WS-SIGNON-ID PIC X(8).
       01 WS-OPERATOR-ROLE PIC X.
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
           88 OPERATOR-CAN-UPDATE VALUE "S" "U".
       01 WS-OPERATOR-VALID-SWITCH PIC X VALUE "N".
           88 OPERATOR-VALID VALUE "Y".
       01 WS-FUNCTION PIC X.
           88 FN-ADD VALUE "A" "a".
           88 FN-INQUIRE VALUE "I" "i".
       01 WS-DOC-PERSON-ID PIC 9(6).
       01 WS-DOC-TYPE PIC X(2).
       01 WS-ARCHIVE-REF PIC X(15).
       01 WS-DOC-REFERENCE PIC X(12).
       01 WS-RECEIVED-DATE PIC 9(8).
       01 WS-LAST-DOC-NUMBER PIC 9(8) VALUE 0.
       01 WS-PERSON-OK-SWITCH PIC X.
           88 PERSON-ON-FILE VALUE "Y".
       01 WS-ENTRY-COUNT PIC 9(4) VALUE 0.
       01 WS-DATE-FLAG PIC X.
           88 WS-DATE-OK VALUE "Y".
           88 WS-DATE-BAD VALUE "N".
       01 WS-DATE-REASON PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "SOURCE DOCUMENT INDEX".
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           DISPLAY "Function (A=add document, I=inquire): "
               WITH NO ADVANCING.
           ACCEPT WS-FUNCTION.
           EVALUATE TRUE
               WHEN FN-ADD
                   IF OPERATOR-CAN-UPDATE
                       PERFORM ADD-SOURCE-DOC
                   ELSE
                       DISPLAY "Indexing documents requires "
                           "update authority."
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN FN-INQUIRE PERFORM INQUIRE-SOURCE-DOCS
               WHEN OTHER
                   DISPLAY "Unknown function."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       ADD-SOURCE-DOC SECTION.
           DISPLAY "PERSON-ID: " WITH NO ADVANCING.
           ACCEPT WS-DOC-PERSON-ID.
           DISPLAY "Document type (BC=birth cert, CO=court order, "
               "MC=marriage cert, DC=death cert, "
               "LC=landlord confirmation, OT=other): "
               WITH NO ADVANCING.
           ACCEPT WS-DOC-TYPE.
           INSPECT WS-DOC-TYPE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "Archive box or barcode: " WITH NO ADVANCING.
           ACCEPT WS-ARCHIVE-REF.
           DISPLAY "Date received (CCYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-RECEIVED-DATE.
           DISPLAY "Court reference or certificate number "
               "(optional): " WITH NO ADVANCING.
           ACCEPT WS-DOC-REFERENCE.
           MOVE WS-DOC-TYPE TO SI-DOC-TYPE.
           PERFORM FIND-SOURCE-DOC-RULE.
           IF NOT SI-RULE-FOUND
               DISPLAY "Document type " WS-DOC-TYPE
                   " is not known - entry refused."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-ARCHIVE-REF = SPACES
               DISPLAY "Archive box or barcode is required - "
                   "entry refused."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           CALL "DATE-CHECK" USING WS-RECEIVED-DATE
               WS-DATE-FLAG WS-DATE-REASON.
           IF WS-DATE-BAD
               DISPLAY "Invalid date received (" WS-DATE-REASON
                   ") - entry refused."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No person master available."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHECK-PERSON-ON-FILE.
           CLOSE RecordFile.
           IF NOT PERSON-ON-FILE
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM FIND-LAST-DOC-NUMBER
               PERFORM WRITE-SOURCE-DOC
           END-IF.

       CHECK-PERSON-ON-FILE SECTION.
           MOVE "N" TO WS-PERSON-OK-SWITCH.
           MOVE WS-DOC-PERSON-ID TO PERSON-ID.
           READ RecordFile
               INVALID KEY
                   DISPLAY "PERSON-ID " WS-DOC-PERSON-ID
                       " is not on file - entry refused."
               NOT INVALID KEY
                   SET PERSON-ON-FILE TO TRUE
           END-READ.

       FIND-LAST-DOC-NUMBER SECTION.
           MOVE 0 TO WS-LAST-DOC-NUMBER.
           MOVE "N" TO SOURCE-DOC-EOF-SWITCH.
           OPEN INPUT SourceDocFile.
           IF WS-SOURCE-DOC-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL SOURCE-DOC-EOF
                   READ SourceDocFile
                       AT END SET SOURCE-DOC-EOF TO TRUE
                   END-READ
                   IF NOT SOURCE-DOC-EOF
                       AND SI-DOC-NUMBER > WS-LAST-DOC-NUMBER
                       MOVE SI-DOC-NUMBER TO WS-LAST-DOC-NUMBER
                   END-IF
               END-PERFORM
               CLOSE SourceDocFile
           END-IF.

       WRITE-SOURCE-DOC SECTION.
           ADD 1 TO WS-LAST-DOC-NUMBER GIVING SI-DOC-NUMBER.
           MOVE WS-DOC-PERSON-ID TO SI-PERSON-ID.
           MOVE WS-DOC-TYPE TO SI-DOC-TYPE.
           MOVE WS-ARCHIVE-REF TO SI-ARCHIVE-REF.
           MOVE WS-DOC-REFERENCE TO SI-DOC-REFERENCE.
           MOVE WS-RECEIVED-DATE TO SI-RECEIVED-DATE.
           PERFORM SET-RETAIN-UNTIL.
           SET SI-FILED TO TRUE.
           MOVE 0 TO SI-DESTROYED-DATE.
           MOVE WS-SIGNON-ID TO SI-OPERATOR-ID.
           OPEN EXTEND SourceDocFile.
           IF WS-SOURCE-DOC-STATUS = "35"
               CLOSE SourceDocFile
               OPEN OUTPUT SourceDocFile
           END-IF.
           WRITE SOURCE-DOC-RECORD.
           CLOSE SourceDocFile.
           DISPLAY "Document " SI-DOC-NUMBER " (" WS-SI-TYPE-NAME
               ") indexed for PERSON-ID " SI-PERSON-ID
               " - retain until " SI-RETAIN-UNTIL ".".

       INQUIRE-SOURCE-DOCS SECTION.
           DISPLAY "PERSON-ID: " WITH NO ADVANCING.
           ACCEPT WS-DOC-PERSON-ID.
           OPEN INPUT SourceDocFile.
           IF WS-SOURCE-DOC-STATUS NOT = "00"
               DISPLAY "No source documents on record."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Source documents for PERSON-ID "
               WS-DOC-PERSON-ID ":".
           PERFORM UNTIL SOURCE-DOC-EOF
               READ SourceDocFile
                   AT END SET SOURCE-DOC-EOF TO TRUE
               END-READ
               IF NOT SOURCE-DOC-EOF
                   AND SI-PERSON-ID = WS-DOC-PERSON-ID
                   ADD 1 TO WS-ENTRY-COUNT
                   PERFORM FIND-SOURCE-DOC-RULE
                   IF SI-DESTROYED
                       DISPLAY "  " SI-DOC-NUMBER " " WS-SI-TYPE-NAME
                           " " SI-ARCHIVE-REF " received "
                           SI-RECEIVED-DATE " destroyed "
                           SI-DESTROYED-DATE
                   ELSE
                       DISPLAY "  " SI-DOC-NUMBER " " WS-SI-TYPE-NAME
                           " " SI-ARCHIVE-REF " received "
                           SI-RECEIVED-DATE " retain until "
                           SI-RETAIN-UNTIL
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SourceDocFile.
           IF WS-ENTRY-COUNT = 0
               DISPLAY "  None on record."
           END-IF.

       COPY "SOURCE-DOC-RULES".

       COPY "SIGN-ON".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
           END-IF.

       COPY "ENV-SECTIONS".

       END PROGRAM SOURCE-DOC-MAINT.
