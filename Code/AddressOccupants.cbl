       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-OCCUPANTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ResidenceHistoryFile
          ASSIGN TO DYNAMIC WS-ENV-RESIDHIST
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RESIDENCE-HISTORY-STATUS.
       SELECT RecordFile
          ASSIGN TO DYNAMIC WS-ENV-RECORDFILE
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PERSON-ID
          ALTERNATE RECORD KEY IS SURNAME WITH DUPLICATES
          FILE STATUS IS WS-FILE-STATUS.
       SELECT DisclosureRegisterFile
          ASSIGN TO "disclosureregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-DISCLOSURE-STATUS.
       SELECT AccessLogFile
          ASSIGN TO "accesslog.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ACCESS-LOG-STATUS.
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

       FD ResidenceHistoryFile.
       COPY "RESIDENCE-HISTORY".

       FD RecordFile.
       COPY "PersonData".

       FD DisclosureRegisterFile.
       COPY "DISCLOSURE-REGISTER".

       FD AccessLogFile.
       COPY "ACCESS-LOG".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       WORKING-STORAGE SECTION.
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-RESIDHIST PIC X(40) VALUE "residencehistory.txt".
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-RESIDENCE-HISTORY-STATUS PIC X(2).
       01 WS-FILE-STATUS PIC X(2).
       01 WS-DISCLOSURE-STATUS PIC X(2).
       01 WS-ACCESS-LOG-STATUS PIC X(2).
       COPY "MUNI-SCOPE-WS".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2).
       01 OPERATOR-EOF-SWITCH PIC X VALUE "N".
           88 OPERATOR-EOF VALUE "Y".
       01 WS-SIGNON-ID PIC X(8).
       01 WS-OPERATOR-ROLE PIC X.
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
           88 OPERATOR-CAN-UPDATE VALUE "S" "U".
       01 WS-OPERATOR-VALID-SWITCH PIC X VALUE "N".
           88 OPERATOR-VALID VALUE "Y".
       COPY "TRAILER-KEY".
       01 RESIDENCE-EOF-SWITCH PIC X VALUE "N".
           88 RESIDENCE-EOF VALUE "Y".
       01 EOF-SWITCH PIC X VALUE "N".
           88 EOF VALUE "Y".
       01 WS-ASK-STREET PIC X(15).
       01 WS-ASK-HOUSENUMBER PIC X(5).
       01 WS-ASK-ZIP-CODE PIC X(6).
       01 WS-INQUIRY-DATE PIC 9(8).
       01 WS-DATE-FLAG PIC X.
           88 WS-DATE-OK VALUE "Y".
           88 WS-DATE-BAD VALUE "N".
       01 WS-DATE-REASON PIC X(2).
       01 WS-REQUESTER PIC X(20).
       01 WS-OUTSIDE-SWITCH PIC X VALUE "N".
           88 OUTSIDE-REQUEST VALUE "Y".
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 5000 TIMES.
               10 WS-HIST-PERSON-ID PIC 9(6).
               10 WS-HIST-EFFECTIVE PIC 9(8).
               10 WS-HIST-AT-ADDRESS PIC X.
       01 WS-HIST-COUNT PIC 9(4) VALUE 0.
       01 H-IDX PIC 9(4).
       01 J-IDX PIC 9(4).
       01 WS-MOVE-OUT PIC 9(8).
       01 WS-PERSON-IN-HISTORY-SWITCH PIC X.
           88 PERSON-IN-HISTORY VALUE "Y".
       01 WS-HIT-TABLE.
           05 WS-HIT-ENTRY OCCURS 500 TIMES.
               10 WS-HIT-PERSON-ID PIC 9(6).
               10 WS-HIT-MOVE-IN PIC 9(8).
               10 WS-HIT-MOVE-OUT PIC 9(8).
       01 WS-HIT-COUNT PIC 9(3) VALUE 0.
       01 T-IDX PIC 9(3).
       01 WS-NEW-PERSON-ID PIC 9(6).
       01 WS-NEW-MOVE-IN PIC 9(8).
       01 WS-NEW-MOVE-OUT PIC 9(8).
       01 WS-HIT-DUP-SWITCH PIC X.
           88 HIT-ALREADY-LISTED VALUE "Y".
       01 WS-ACCESS-MODE PIC X.
       01 WS-STAMP-DATE PIC 9(8).
       01 WS-STAMP-TIME PIC 9(8).
       01 WS-DISCLOSURE-FILE-NAME PIC X(40).
       01 WS-DISCLOSURE-DATE PIC 9(8).
       01 WS-STATUS-TEXT PIC X(14).
       01 WS-MOVE-IN-TEXT PIC X(12).
       01 WS-MOVE-OUT-TEXT PIC X(12).
       01 WS-SHOWN-COUNT PIC 9(3) VALUE 0.
       01 WS-WITHHELD-COUNT PIC 9(3) VALUE 0.
       01 WS-DISCLOSED-COUNT PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "ADDRESS OCCUPANT INQUIRY".
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           PERFORM LOAD-OPERATOR-SCOPE.
           DISPLAY "Street: " WITH NO ADVANCING.
           ACCEPT WS-ASK-STREET.
           DISPLAY "House number: " WITH NO ADVANCING.
           ACCEPT WS-ASK-HOUSENUMBER.
           DISPLAY "ZIP code: " WITH NO ADVANCING.
           ACCEPT WS-ASK-ZIP-CODE.
           IF WS-ASK-STREET = SPACES OR WS-ASK-HOUSENUMBER = SPACES
               OR WS-ASK-ZIP-CODE = SPACES
               DISPLAY "Street, house number and ZIP code are all "
                   "required - inquiry refused."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Registered there on date (CCYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT WS-INQUIRY-DATE.
           CALL "DATE-CHECK" USING WS-INQUIRY-DATE
               WS-DATE-FLAG WS-DATE-REASON.
           IF WS-DATE-BAD
               DISPLAY "Invalid inquiry date " WS-INQUIRY-DATE
                   " (" WS-DATE-REASON ") - inquiry refused."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Outside requester (blank if internal): "
               WITH NO ADVANCING.
           ACCEPT WS-REQUESTER.
           IF WS-REQUESTER NOT = SPACES
               SET OUTSIDE-REQUEST TO TRUE
           END-IF.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No data available for this run."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-RESIDENCE-HISTORY.
           PERFORM COLLECT-HISTORY-OCCUPANTS.
           PERFORM COLLECT-MASTER-OCCUPANTS.
           IF OUTSIDE-REQUEST
               PERFORM OPEN-DISCLOSURE-REGISTER
           END-IF.
           PERFORM PRINT-OCCUPANTS.
           IF OUTSIDE-REQUEST
               CLOSE DisclosureRegisterFile
           END-IF.
           CLOSE RecordFile.
           GOBACK.

       LOAD-RESIDENCE-HISTORY SECTION.
           MOVE 0 TO WS-HIST-COUNT.
           OPEN INPUT ResidenceHistoryFile.
           IF WS-RESIDENCE-HISTORY-STATUS = "35"
               DISPLAY "No residence history on file yet - current "
                   "addresses only."
           ELSE
               PERFORM UNTIL RESIDENCE-EOF
                   READ ResidenceHistoryFile
                       AT END SET RESIDENCE-EOF TO TRUE
                   END-READ
                   IF NOT RESIDENCE-EOF AND RH-REGISTERED-ADDRESS
                       IF WS-HIST-COUNT = 5000
                           DISPLAY "WARNING: more than 5000 residence "
                               "history records - list is incomplete."
                           MOVE 2 TO RETURN-CODE
                           SET RESIDENCE-EOF TO TRUE
                       ELSE
                           PERFORM STORE-HISTORY-ENTRY
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ResidenceHistoryFile
           END-IF.

       STORE-HISTORY-ENTRY SECTION.
           ADD 1 TO WS-HIST-COUNT.
           MOVE RH-PERSON-ID TO WS-HIST-PERSON-ID(WS-HIST-COUNT).
           MOVE RH-EFFECTIVE-DATE TO WS-HIST-EFFECTIVE(WS-HIST-COUNT).
           IF RH-STREET = WS-ASK-STREET
               AND RH-HOUSENUMBER = WS-ASK-HOUSENUMBER
               AND RH-ZIP-CODE = WS-ASK-ZIP-CODE
               MOVE "Y" TO WS-HIST-AT-ADDRESS(WS-HIST-COUNT)
           ELSE
               MOVE "N" TO WS-HIST-AT-ADDRESS(WS-HIST-COUNT)
           END-IF.

       COLLECT-HISTORY-OCCUPANTS SECTION.
           PERFORM VARYING H-IDX FROM 1 BY 1
                   UNTIL H-IDX > WS-HIST-COUNT
               IF WS-HIST-AT-ADDRESS(H-IDX) = "Y"
                   AND WS-HIST-EFFECTIVE(H-IDX) NOT GREATER THAN
                       WS-INQUIRY-DATE
                   PERFORM FIND-MOVE-OUT
                   IF WS-MOVE-OUT = 0
                       OR WS-MOVE-OUT GREATER THAN WS-INQUIRY-DATE
                       MOVE WS-HIST-PERSON-ID(H-IDX)
                           TO WS-NEW-PERSON-ID
                       MOVE WS-HIST-EFFECTIVE(H-IDX) TO WS-NEW-MOVE-IN
                       MOVE WS-MOVE-OUT TO WS-NEW-MOVE-OUT
                       PERFORM ADD-OCCUPANT
                   END-IF
               END-IF
           END-PERFORM.

       FIND-MOVE-OUT SECTION.
           MOVE 0 TO WS-MOVE-OUT.
           PERFORM VARYING J-IDX FROM 1 BY 1
                   UNTIL J-IDX > WS-HIST-COUNT
               IF WS-HIST-PERSON-ID(J-IDX) = WS-HIST-PERSON-ID(H-IDX)
                   AND WS-HIST-EFFECTIVE(J-IDX) GREATER THAN
                       WS-HIST-EFFECTIVE(H-IDX)
                   IF WS-MOVE-OUT = 0
                       OR WS-HIST-EFFECTIVE(J-IDX) LESS THAN
                           WS-MOVE-OUT
                       MOVE WS-HIST-EFFECTIVE(J-IDX) TO WS-MOVE-OUT
                   END-IF
               END-IF
           END-PERFORM.

       COLLECT-MASTER-OCCUPANTS SECTION.
           MOVE "N" TO EOF-SWITCH.
           PERFORM UNTIL EOF
               READ RecordFile NEXT RECORD
                   AT END SET EOF TO TRUE
               END-READ
               IF NOT EOF AND PERSON-ID NOT = WS-TRAILER-KEY
                   AND STREET = WS-ASK-STREET
                   AND HOUSENUMBER = WS-ASK-HOUSENUMBER
                   AND ZIP-CODE = WS-ASK-ZIP-CODE
                   PERFORM CHECK-PERSON-IN-HISTORY
                   IF NOT PERSON-IN-HISTORY
                       MOVE PERSON-ID TO WS-NEW-PERSON-ID
                       MOVE 0 TO WS-NEW-MOVE-IN
                       MOVE 0 TO WS-NEW-MOVE-OUT
                       PERFORM ADD-OCCUPANT
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-PERSON-IN-HISTORY SECTION.
           MOVE "N" TO WS-PERSON-IN-HISTORY-SWITCH.
           PERFORM VARYING J-IDX FROM 1 BY 1
                   UNTIL J-IDX > WS-HIST-COUNT OR PERSON-IN-HISTORY
               IF WS-HIST-PERSON-ID(J-IDX) = PERSON-ID
                   SET PERSON-IN-HISTORY TO TRUE
               END-IF
           END-PERFORM.

       ADD-OCCUPANT SECTION.
           MOVE "N" TO WS-HIT-DUP-SWITCH.
           PERFORM VARYING T-IDX FROM 1 BY 1
                   UNTIL T-IDX > WS-HIT-COUNT OR HIT-ALREADY-LISTED
               IF WS-HIT-PERSON-ID(T-IDX) = WS-NEW-PERSON-ID
                   SET HIT-ALREADY-LISTED TO TRUE
               END-IF
           END-PERFORM.
           IF NOT HIT-ALREADY-LISTED
               IF WS-HIT-COUNT = 500
                   DISPLAY "WARNING: more than 500 occupants - "
                       "list is incomplete."
                   MOVE 2 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-HIT-COUNT
                   MOVE WS-NEW-PERSON-ID
                       TO WS-HIT-PERSON-ID(WS-HIT-COUNT)
                   MOVE WS-NEW-MOVE-IN TO WS-HIT-MOVE-IN(WS-HIT-COUNT)
                   MOVE WS-NEW-MOVE-OUT
                       TO WS-HIT-MOVE-OUT(WS-HIT-COUNT)
               END-IF
           END-IF.

       PRINT-OCCUPANTS SECTION.
           DISPLAY " ".
           DISPLAY "Registered at " WS-ASK-STREET " "
               WS-ASK-HOUSENUMBER " " WS-ASK-ZIP-CODE
               " on " WS-INQUIRY-DATE ":".
           IF OUTSIDE-REQUEST
               DISPLAY "Requested by " WS-REQUESTER
           END-IF.
           DISPLAY "  PERSON-ID NAME                   "
               "MOVED IN     MOVED OUT    STATUS".
           PERFORM VARYING T-IDX FROM 1 BY 1
                   UNTIL T-IDX > WS-HIT-COUNT
               PERFORM PRINT-ONE-OCCUPANT
           END-PERFORM.
           IF WS-HIT-COUNT = 0
               DISPLAY "  Nobody registered at this address on that "
                   "date."
           END-IF.
           DISPLAY " ".
           DISPLAY "Occupants found: " WS-HIT-COUNT
               "  shown: " WS-SHOWN-COUNT
               "  withheld: " WS-WITHHELD-COUNT.
           IF OUTSIDE-REQUEST
               DISPLAY "Disclosures recorded for " WS-REQUESTER ": "
                   WS-DISCLOSED-COUNT
           END-IF.

       PRINT-ONE-OCCUPANT SECTION.
           IF WS-HIT-MOVE-IN(T-IDX) = 0
               MOVE "before hist." TO WS-MOVE-IN-TEXT
           ELSE
               MOVE WS-HIT-MOVE-IN(T-IDX) TO WS-MOVE-IN-TEXT
           END-IF.
           IF WS-HIT-MOVE-OUT(T-IDX) = 0
               MOVE "still there" TO WS-MOVE-OUT-TEXT
           ELSE
               MOVE WS-HIT-MOVE-OUT(T-IDX) TO WS-MOVE-OUT-TEXT
           END-IF.
           MOVE WS-HIT-PERSON-ID(T-IDX) TO PERSON-ID.
           READ RecordFile
               INVALID KEY
                   DISPLAY "  " WS-HIT-PERSON-ID(T-IDX)
                       "    (not on the person master)   "
                       WS-MOVE-IN-TEXT " " WS-MOVE-OUT-TEXT
               NOT INVALID KEY
                   PERFORM SET-STATUS-TEXT
                   MOVE MUNICIPALITY-CODE TO WS-MUNI-CHECK-CODE
                   PERFORM CHECK-MUNICIPALITY-SCOPE
                   EVALUATE TRUE
                   WHEN NOT MUNICIPALITY-IN-SCOPE
                       CONTINUE
                   WHEN PROTECTED-PERSON
                       AND (OUTSIDE-REQUEST
                           OR NOT OPERATOR-IS-SUPERVISOR)
                       ADD 1 TO WS-WITHHELD-COUNT
                       DISPLAY "  *** protected person - details "
                           "withheld ***"
                   WHEN OTHER
                       ADD 1 TO WS-SHOWN-COUNT
                       DISPLAY "  " PERSON-ID "    " SURNAME ", "
                           FIRSTNAME " " WS-MOVE-IN-TEXT " "
                           WS-MOVE-OUT-TEXT " " WS-STATUS-TEXT
                       IF PROTECTED-PERSON
                           MOVE "O" TO WS-ACCESS-MODE
                       ELSE
                           MOVE "R" TO WS-ACCESS-MODE
                       END-IF
                       PERFORM LOG-ACCESS-ENTRY
                       IF OUTSIDE-REQUEST
                           PERFORM LOG-DISCLOSURE
                       END-IF
                   END-EVALUATE
           END-READ.

       SET-STATUS-TEXT SECTION.
           EVALUATE TRUE
               WHEN STATUS-ACTIVE
                   MOVE "active" TO WS-STATUS-TEXT
               WHEN STATUS-DECEASED
                   MOVE "deceased" TO WS-STATUS-TEXT
               WHEN STATUS-TRANSFERRED
                   MOVE "transferred" TO WS-STATUS-TEXT
               WHEN STATUS-EMIGRATED
                   MOVE "emigrated" TO WS-STATUS-TEXT
               WHEN STATUS-INACTIVE
                   MOVE "inactive" TO WS-STATUS-TEXT
               WHEN STATUS-PENDING-PURGE
                   MOVE "pending purge" TO WS-STATUS-TEXT
               WHEN PERSON-STATUS = SPACE
                   MOVE "active" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "unknown" TO WS-STATUS-TEXT
           END-EVALUATE.

       OPEN-DISCLOSURE-REGISTER SECTION.
           ACCEPT WS-DISCLOSURE-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-DISCLOSURE-FILE-NAME.
           STRING "ADDRESS " DELIMITED BY SIZE
               WS-ASK-STREET DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-ASK-HOUSENUMBER DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-ASK-ZIP-CODE DELIMITED BY SPACE
               INTO WS-DISCLOSURE-FILE-NAME
           END-STRING.
           OPEN EXTEND DisclosureRegisterFile.
           IF WS-DISCLOSURE-STATUS = "35"
               CLOSE DisclosureRegisterFile
               OPEN OUTPUT DisclosureRegisterFile
           END-IF.

       LOG-DISCLOSURE SECTION.
           MOVE PERSON-ID TO DS-PERSON-ID.
           MOVE WS-REQUESTER TO DS-RECIPIENT.
           MOVE WS-DISCLOSURE-FILE-NAME TO DS-FILE-NAME.
           MOVE WS-DISCLOSURE-DATE TO DS-RUN-DATE.
           WRITE DISCLOSURE-REGISTER-RECORD.
           ADD 1 TO WS-DISCLOSED-COUNT.

       LOG-ACCESS-ENTRY SECTION.
           MOVE WS-SIGNON-ID TO AX-OPERATOR-ID.
           MOVE PERSON-ID TO AX-PERSON-ID.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           STRING WS-STAMP-DATE DELIMITED BY SIZE
               WS-STAMP-TIME(1:6) DELIMITED BY SIZE
               INTO AX-TIMESTAMP
           END-STRING.
           MOVE WS-ACCESS-MODE TO AX-MODE.
           MOVE SPACES TO AX-REASON.
           OPEN EXTEND AccessLogFile.
           IF WS-ACCESS-LOG-STATUS = "35"
               CLOSE AccessLogFile
               OPEN OUTPUT AccessLogFile
           END-IF.
           WRITE ACCESS-LOG-RECORD.
           CLOSE AccessLogFile.

       COPY "SIGN-ON".

       COPY "MUNI-SCOPE".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-RESIDHIST TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RESIDHIST
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
           END-IF.

       COPY "ENV-SECTIONS".

       END PROGRAM ADDRESS-OCCUPANTS.
