       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTAL-INTAKE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PortalRequestFile
          ASSIGN TO "portalrequests.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-PORTAL-REQUEST-STATUS.
       SELECT PortalReplyFile
          ASSIGN TO DYNAMIC WS-REPLY-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-PORTAL-REPLY-STATUS.
       SELECT RecordFile
          ASSIGN TO DYNAMIC WS-ENV-RECORDFILE
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PERSON-ID
          ALTERNATE RECORD KEY IS SURNAME WITH DUPLICATES
          FILE STATUS IS WS-FILE-STATUS.
       SELECT StagingFile
          ASSIGN TO "transactions.csv"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STAGING-STATUS.
       SELECT CertQueueFile
          ASSIGN TO "certqueue.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CERT-QUEUE-STATUS.
       SELECT WorkbasketFile
          ASSIGN TO "workbasket.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-WORKBASKET-STATUS.
       SELECT PostalDirFile
          ASSIGN TO "postaldir.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-POSTAL-DIR-STATUS.
       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ENV-PROFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EnvProfileFile.
       COPY "ENV-PROFILE".

       FD PostalDirFile.
       COPY "POSTAL-DIRECTORY".

       FD PortalRequestFile.
       COPY "PORTAL-REQUEST".

       FD PortalReplyFile.
       COPY "PORTAL-REPLY".

       FD RecordFile.
       COPY "PersonData".

       FD StagingFile.
       01 STAGING-LINE PIC X(134).

       FD CertQueueFile.
       COPY "CERT-QUEUE".

       FD WorkbasketFile.
       COPY "WORKBASKET".

       WORKING-STORAGE SECTION.
       COPY "POSTAL-WS".
       COPY "EDIT-WS".
       COPY "CHECK-DIGIT-WS".
       COPY "DAY-NUMBER-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-FILE-STATUS PIC X(2).
       01 WS-PORTAL-REQUEST-STATUS PIC X(2).
       01 WS-PORTAL-REPLY-STATUS PIC X(2).
       01 WS-STAGING-STATUS PIC X(2).
       01 WS-CERT-QUEUE-STATUS PIC X(2).
       01 WS-WORKBASKET-STATUS PIC X(2).
       01 WS-REPLY-FILE-NAME PIC X(40).
       01 REQUEST-EOF-SWITCH PIC X VALUE "N".
           88 REQUEST-EOF VALUE "Y".
       01 BASKET-EOF-SWITCH PIC X VALUE "N".
           88 BASKET-EOF VALUE "Y".
       01 WS-MASTER-OPEN-SWITCH PIC X VALUE "N".
           88 MASTER-OPEN VALUE "Y".
       01 WS-PERSON-FOUND-SWITCH PIC X.
           88 PERSON-FOUND VALUE "Y".
       01 WS-REQUEST-OK-SWITCH PIC X.
           88 REQUEST-OK VALUE "Y".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-RUN-DAY-NUMBER PIC 9(8).
       01 WS-MOVE-DAY-NUMBER PIC 9(8).
       01 WS-DAYS-SINCE-MOVE PIC S9(8).
       01 WS-PERIOD-DAYS PIC 9(4) VALUE 14.
       01 WS-DATE-FLAG PIC X.
           88 WS-DATE-OK VALUE "Y".
           88 WS-DATE-BAD VALUE "N".
       01 WS-DATE-REASON PIC X(2).
       01 WS-REASON-CODE PIC X(4).
       01 WS-REASON-TEXT PIC X(27).
       01 WS-REQUEST-PERSON-ID PIC 9(6).
       01 WS-BASKET-TABLE.
           05 WS-WB-ENTRY PIC X(126) OCCURS 500 TIMES.
       01 WS-WB-COUNT PIC 9(3) VALUE 0.
       01 WS-WB-IDX PIC 9(3).
       01 WS-NEXT-ITEM-ID PIC 9(6) VALUE 0.
       01 WS-NEW-SOURCE PIC X(20).
       01 WS-NEW-PRIORITY PIC 9.
       01 WS-NEW-PERSON-ID PIC 9(6).
       01 WS-NEW-TEXT PIC X(40).
       01 WS-DUPLICATE-SWITCH PIC X.
           88 ITEM-ALREADY-OPEN VALUE "Y".
       01 WS-REPLY-ITEM-ID PIC 9(6).
       01 WS-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-CERT-QUEUED-COUNT PIC 9(6) VALUE 0.
       01 WS-ADDRESS-STAGED-COUNT PIC 9(6) VALUE 0.
       01 WS-REVIEW-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "CITIZEN PORTAL REQUEST INTAKE".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE WS-DN-DAYS TO WS-RUN-DAY-NUMBER.
           OPEN INPUT PortalRequestFile.
           IF WS-PORTAL-REQUEST-STATUS NOT = "00"
               DISPLAY "No portal request file on hand."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS = "00"
               SET MASTER-OPEN TO TRUE
           END-IF.
           PERFORM LOAD-WORKBASKET.
           MOVE SPACES TO WS-REPLY-FILE-NAME.
           STRING "portalreplies." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-REPLY-FILE-NAME
           END-STRING.
           OPEN OUTPUT PortalReplyFile.
           OPEN EXTEND StagingFile.
           IF WS-STAGING-STATUS = "35"
               CLOSE StagingFile
               OPEN OUTPUT StagingFile
           END-IF.
           OPEN EXTEND CertQueueFile.
           IF WS-CERT-QUEUE-STATUS = "35"
               CLOSE CertQueueFile
               OPEN OUTPUT CertQueueFile
           END-IF.
           PERFORM UNTIL REQUEST-EOF
               READ PortalRequestFile
                   AT END SET REQUEST-EOF TO TRUE
               END-READ
               IF NOT REQUEST-EOF
                   ADD 1 TO WS-READ-COUNT
                   PERFORM PROCESS-ONE-REQUEST
               END-IF
           END-PERFORM.
           CLOSE CertQueueFile.
           CLOSE StagingFile.
           CLOSE PortalReplyFile.
           CLOSE PortalRequestFile.
           IF MASTER-OPEN
               CLOSE RecordFile
           END-IF.
           PERFORM SAVE-WORKBASKET.
           DISPLAY "Requests read: " WS-READ-COUNT
               " certificates queued: " WS-CERT-QUEUED-COUNT
               " address changes staged: " WS-ADDRESS-STAGED-COUNT
               " sent for review: " WS-REVIEW-COUNT.
           DISPLAY "Replies written to " WS-REPLY-FILE-NAME.
           IF WS-CERT-QUEUED-COUNT > 0
               DISPLAY "Queued certificates await RESIDENCE-CERT."
           END-IF.
           IF WS-ADDRESS-STAGED-COUNT > 0
               DISPLAY "Staged transactions await TRANSACTION-APPLY."
           END-IF.
           IF WS-REVIEW-COUNT > 0
               MOVE 2 TO RETURN-CODE
           END-IF.
           GOBACK.

       PROCESS-ONE-REQUEST SECTION.
           MOVE "Y" TO WS-REQUEST-OK-SWITCH.
           MOVE "N" TO WS-PERSON-FOUND-SWITCH.
           MOVE SPACES TO WS-REASON-CODE.
           MOVE SPACES TO WS-REASON-TEXT.
           MOVE 0 TO WS-REQUEST-PERSON-ID.
           PERFORM IDENTIFY-CITIZEN.
           IF REQUEST-OK
               EVALUATE TRUE
                   WHEN PR-CERTIFICATE
                       PERFORM CHECK-CERTIFICATE-REQUEST
                   WHEN PR-ADDRESS-CHANGE
                       PERFORM CHECK-ADDRESS-REQUEST
                   WHEN OTHER
                       MOVE "TYPE" TO WS-REASON-CODE
                       MOVE "unknown request type"
                           TO WS-REASON-TEXT
                       MOVE "N" TO WS-REQUEST-OK-SWITCH
               END-EVALUATE
           END-IF.
           MOVE SPACES TO PORTAL-REPLY-RECORD.
           MOVE PR-REQUEST-ID TO PY-REQUEST-ID.
           MOVE WS-RUN-DATE TO PY-REPLY-DATE.
           MOVE 0 TO PY-WORKBASKET-ITEM.
           IF REQUEST-OK
               PERFORM PASS-REQUEST-THROUGH
               SET PY-ACCEPTED TO TRUE
               IF PR-CERTIFICATE
                   MOVE "Certificate will be issued" TO PY-TEXT
               ELSE
                   MOVE "Address change accepted" TO PY-TEXT
               END-IF
           ELSE
               PERFORM RAISE-REVIEW-ITEM
               SET PY-IN-REVIEW TO TRUE
               MOVE WS-REASON-CODE TO PY-REASON-CODE
               MOVE WS-REPLY-ITEM-ID TO PY-WORKBASKET-ITEM
               MOVE "Request passed to a clerk for review"
                   TO PY-TEXT
               ADD 1 TO WS-REVIEW-COUNT
           END-IF.
           WRITE PORTAL-REPLY-RECORD.

       IDENTIFY-CITIZEN SECTION.
           IF PR-PERSON-ID NOT NUMERIC
               OR PR-CHECK-DIGIT = SPACE
               MOVE "ID  " TO WS-REASON-CODE
               MOVE "PERSON-ID not usable" TO WS-REASON-TEXT
               MOVE "N" TO WS-REQUEST-OK-SWITCH
           ELSE
               MOVE PR-PERSON-ID TO WS-REQUEST-PERSON-ID
               MOVE WS-REQUEST-PERSON-ID TO WS-CHECK-ID
               MOVE PR-CHECK-DIGIT TO WS-CHECK-DIGIT
               MOVE "V" TO WS-CHECK-MODE
               CALL "CHECK-DIGIT" USING WS-CHECK-ID
                   WS-CHECK-DIGIT WS-CHECK-MODE WS-CHECK-RESULT
               IF NOT KEYED-ID-CHECK-OK
                   MOVE "CDIG" TO WS-REASON-CODE
                   MOVE "check digit does not match"
                       TO WS-REASON-TEXT
                   MOVE "N" TO WS-REQUEST-OK-SWITCH
               END-IF
           END-IF.
           IF REQUEST-OK AND NOT MASTER-OPEN
               MOVE "NF  " TO WS-REASON-CODE
               MOVE "register not available" TO WS-REASON-TEXT
               MOVE "N" TO WS-REQUEST-OK-SWITCH
           END-IF.
           IF REQUEST-OK
               MOVE WS-REQUEST-PERSON-ID TO PERSON-ID
               READ RecordFile
                   INVALID KEY
                       MOVE "NF  " TO WS-REASON-CODE
                       MOVE "no such person on file"
                           TO WS-REASON-TEXT
                       MOVE "N" TO WS-REQUEST-OK-SWITCH
                   NOT INVALID KEY
                       SET PERSON-FOUND TO TRUE
               END-READ
           END-IF.
           IF REQUEST-OK
               IF PR-DATE-OF-BIRTH NOT NUMERIC
                   OR PR-DATE-OF-BIRTH NOT = DATE-OF-BIRTH
                   MOVE "DOB " TO WS-REASON-CODE
                   MOVE "date of birth does not match"
                       TO WS-REASON-TEXT
                   MOVE "N" TO WS-REQUEST-OK-SWITCH
               END-IF
           END-IF.
           IF REQUEST-OK
               IF NOT STATUS-ACTIVE
                   MOVE "STAT" TO WS-REASON-CODE
                   MOVE "person not active" TO WS-REASON-TEXT
                   MOVE "N" TO WS-REQUEST-OK-SWITCH
               ELSE
                   IF PROTECTED-PERSON
                       MOVE "PROT" TO WS-REASON-CODE
                       MOVE "protected person" TO WS-REASON-TEXT
                       MOVE "N" TO WS-REQUEST-OK-SWITCH
                   END-IF
               END-IF
           END-IF.

       CHECK-CERTIFICATE-REQUEST SECTION.
           MOVE PERSON-STATUS TO WS-EDIT-OLD-STATUS.
           CALL "EDIT-ENGINE" USING PERSON
               WS-EDIT-OLD-STATUS WS-EDIT-FLAG
               WS-EDIT-RULE-ID WS-EDIT-RULE-TEXT.
           IF WS-EDIT-FAILED
               MOVE WS-EDIT-RULE-ID TO WS-REASON-CODE
               MOVE WS-EDIT-RULE-TEXT TO WS-REASON-TEXT
               MOVE "N" TO WS-REQUEST-OK-SWITCH
           END-IF.

       CHECK-ADDRESS-REQUEST SECTION.
           CALL "DATE-CHECK" USING PR-MOVE-DATE
               WS-DATE-FLAG WS-DATE-REASON.
           IF WS-DATE-BAD OR PR-MOVE-DATE > WS-RUN-DATE
               MOVE "DATE" TO WS-REASON-CODE
               MOVE "move date not acceptable" TO WS-REASON-TEXT
               MOVE "N" TO WS-REQUEST-OK-SWITCH
           END-IF.
           IF REQUEST-OK
               MOVE PERSON-STATUS TO WS-EDIT-OLD-STATUS
               MOVE PR-STREET TO STREET
               MOVE PR-HOUSENUMBER TO HOUSENUMBER
               MOVE PR-ZIP-CODE TO ZIP-CODE
               MOVE PR-CITY TO CITY
               PERFORM CHECK-POSTAL-ADDRESS
               CALL "EDIT-ENGINE" USING PERSON
                   WS-EDIT-OLD-STATUS WS-EDIT-FLAG
                   WS-EDIT-RULE-ID WS-EDIT-RULE-TEXT
               IF NOT ADDRESS-VALID
                   MOVE "ADDR" TO WS-REASON-CODE
                   MOVE "address not in directory"
                       TO WS-REASON-TEXT
                   MOVE "N" TO WS-REQUEST-OK-SWITCH
               ELSE
                   IF WS-EDIT-FAILED
                       MOVE WS-EDIT-RULE-ID TO WS-REASON-CODE
                       MOVE WS-EDIT-RULE-TEXT TO WS-REASON-TEXT
                       MOVE "N" TO WS-REQUEST-OK-SWITCH
                   END-IF
               END-IF
           END-IF.
           IF REQUEST-OK
               MOVE PR-MOVE-DATE TO WS-DN-DATE
               PERFORM DATE-TO-DAY-NUMBER
               MOVE WS-DN-DAYS TO WS-MOVE-DAY-NUMBER
               COMPUTE WS-DAYS-SINCE-MOVE = WS-RUN-DAY-NUMBER
                   - WS-MOVE-DAY-NUMBER
               IF WS-DAYS-SINCE-MOVE > WS-PERIOD-DAYS
                   MOVE "LATE" TO WS-REASON-CODE
                   MOVE "move reported late" TO WS-REASON-TEXT
                   MOVE "N" TO WS-REQUEST-OK-SWITCH
               END-IF
           END-IF.

       PASS-REQUEST-THROUGH SECTION.
           IF PR-CERTIFICATE
               MOVE PR-REQUEST-ID TO CQ-REQUEST-ID
               MOVE PERSON-ID TO CQ-PERSON-ID
               MOVE WS-RUN-DATE TO CQ-QUEUED-DATE
               WRITE CERT-QUEUE-RECORD
               ADD 1 TO WS-CERT-QUEUED-COUNT
           ELSE
               MOVE SPACES TO STAGING-LINE
               STRING "U" DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   PERSON-ID DELIMITED BY SIZE
                   PR-CHECK-DIGIT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   DATE-OF-BIRTH DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FIRSTNAME DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   SURNAME DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   STREET DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   HOUSENUMBER DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   ZIP-CODE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   CITY DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   SEX-CODE DELIMITED BY SIZE
                   INTO STAGING-LINE
               END-STRING
               WRITE STAGING-LINE
               ADD 1 TO WS-ADDRESS-STAGED-COUNT
           END-IF.

       RAISE-REVIEW-ITEM SECTION.
           MOVE "PORTAL-INTAKE" TO WS-NEW-SOURCE.
           IF WS-REASON-CODE = "LATE" OR WS-REASON-CODE = "PROT"
               MOVE 2 TO WS-NEW-PRIORITY
           ELSE
               MOVE 3 TO WS-NEW-PRIORITY
           END-IF.
           MOVE WS-REQUEST-PERSON-ID TO WS-NEW-PERSON-ID.
           MOVE SPACES TO WS-NEW-TEXT.
           STRING PR-REQUEST-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REASON-TEXT DELIMITED BY SIZE
               INTO WS-NEW-TEXT
           END-STRING.
           DISPLAY "Request " PR-REQUEST-ID " to review: "
               WS-REASON-CODE " " WS-REASON-TEXT.
           PERFORM ADD-BASKET-ITEM.

       LOAD-WORKBASKET SECTION.
           MOVE 0 TO WS-WB-COUNT.
           OPEN INPUT WorkbasketFile.
           IF WS-WORKBASKET-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL BASKET-EOF OR WS-WB-COUNT = 500
                   READ WorkbasketFile
                       AT END SET BASKET-EOF TO TRUE
                   END-READ
                   IF NOT BASKET-EOF
                       ADD 1 TO WS-WB-COUNT
                       MOVE WORKBASKET-RECORD
                           TO WS-WB-ENTRY(WS-WB-COUNT)
                       IF WB-ITEM-ID > WS-NEXT-ITEM-ID
                           MOVE WB-ITEM-ID TO WS-NEXT-ITEM-ID
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE WorkbasketFile
           END-IF.

       SAVE-WORKBASKET SECTION.
           OPEN OUTPUT WorkbasketFile.
           PERFORM VARYING WS-WB-IDX FROM 1 BY 1
                   UNTIL WS-WB-IDX > WS-WB-COUNT
               MOVE WS-WB-ENTRY(WS-WB-IDX) TO WORKBASKET-RECORD
               WRITE WORKBASKET-RECORD
           END-PERFORM.
           CLOSE WorkbasketFile.

       ADD-BASKET-ITEM SECTION.
           MOVE 0 TO WS-REPLY-ITEM-ID.
           PERFORM CHECK-ITEM-DUPLICATE.
           IF ITEM-ALREADY-OPEN
               CONTINUE
           ELSE
               IF WS-WB-COUNT = 500
                   DISPLAY "Workbasket is full - item dropped."
               ELSE
                   ADD 1 TO WS-NEXT-ITEM-ID
                   MOVE WS-NEXT-ITEM-ID TO WB-ITEM-ID
                   MOVE WS-NEW-SOURCE TO WB-SOURCE
                   MOVE WS-NEW-PRIORITY TO WB-PRIORITY
                   MOVE WS-NEW-PERSON-ID TO WB-PERSON-ID
                   MOVE WS-NEW-TEXT TO WB-TEXT
                   MOVE "O" TO WB-STATUS
                   MOVE SPACES TO WB-OPERATOR-ID
                   MOVE SPACES TO WB-NOTE
                   STRING WS-RUN-DATE DELIMITED BY SIZE
                       WS-RUN-TIME(1:6) DELIMITED BY SIZE
                       INTO WB-TIMESTAMP
                   END-STRING
                   ADD 1 TO WS-WB-COUNT
                   MOVE WORKBASKET-RECORD
                       TO WS-WB-ENTRY(WS-WB-COUNT)
                   MOVE WB-ITEM-ID TO WS-REPLY-ITEM-ID
               END-IF
           END-IF.

       CHECK-ITEM-DUPLICATE SECTION.
           MOVE "N" TO WS-DUPLICATE-SWITCH.
           PERFORM VARYING WS-WB-IDX FROM 1 BY 1
                   UNTIL WS-WB-IDX > WS-WB-COUNT
               MOVE WS-WB-ENTRY(WS-WB-IDX) TO WORKBASKET-RECORD
               IF WB-SOURCE = WS-NEW-SOURCE
                   AND WB-PERSON-ID = WS-NEW-PERSON-ID
                   AND WB-TEXT = WS-NEW-TEXT
                   AND NOT WB-RESOLVED
                   SET ITEM-ALREADY-OPEN TO TRUE
                   MOVE WB-ITEM-ID TO WS-REPLY-ITEM-ID
               END-IF
           END-PERFORM.

       COPY "DAY-NUMBER".

       COPY "POSTAL-CHECK".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
           END-IF.

       COPY "ENV-SECTIONS".

       END PROGRAM PORTAL-INTAKE.
