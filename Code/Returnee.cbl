       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURNEE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RecordFile
          ASSIGN TO DYNAMIC WS-ENV-RECORDFILE
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PERSON-ID
          ALTERNATE RECORD KEY IS SURNAME WITH DUPLICATES
          FILE STATUS IS WS-FILE-STATUS.
       SELECT NameHistoryFile
          ASSIGN TO DYNAMIC WS-ENV-NAMEHIST
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-NAME-HISTORY-STATUS.
       SELECT JournalFile
          ASSIGN TO DYNAMIC WS-ENV-JOURNAL
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT JournalHashFile
          ASSIGN TO "journalhash.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-JOURNAL-HASH-STATUS.
       SELECT RecordLockFile
          ASSIGN TO DYNAMIC WS-ENV-RECORDLOCK
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RECORD-LOCK-STATUS.
       SELECT OperatorMasterFile
          ASSIGN TO "operators.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-OPERATOR-MASTER-STATUS.
       SELECT CodeTableFile
          ASSIGN TO "codetable.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CODE-TABLE-STATUS.
       SELECT EmigrationRegisterFile
          ASSIGN TO "emigrationregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-EMIGRATION-REGISTER-STATUS.
       SELECT ResidenceHistoryFile
          ASSIGN TO DYNAMIC WS-ENV-RESIDHIST
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RESIDENCE-HISTORY-STATUS.
       SELECT LandlordConfirmFile
          ASSIGN TO "landlordconfirm.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-LANDLORD-CONFIRM-STATUS.
       SELECT AccessLogFile
          ASSIGN TO "accesslog.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ACCESS-LOG-STATUS.

       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ENV-PROFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EnvProfileFile.
       COPY "ENV-PROFILE".

       FD RecordFile.
       COPY "PersonData".

       FD NameHistoryFile.
       COPY "NAME-HISTORY".

       FD JournalFile.
       COPY "CHANGE-JOURNAL".

       FD JournalHashFile.
       COPY "JOURNAL-HASH".

       FD RecordLockFile.
       COPY "RECORD-LOCK".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       FD CodeTableFile.
       COPY "CODE-TABLE".

       FD EmigrationRegisterFile.
       COPY "EMIGRATION-REGISTER".

       FD ResidenceHistoryFile.
       COPY "RESIDENCE-HISTORY".

       FD LandlordConfirmFile.
       COPY "LANDLORD-CONFIRM".
       FD AccessLogFile.
       COPY "ACCESS-LOG".

       WORKING-STORAGE SECTION.
       COPY "JOURNAL-CHAIN-WS".
       COPY "CODE-TABLE-WS".
       COPY "RESIDENCE-WS".
       COPY "LANDLORD-WS".
       COPY "MUNI-SCOPE-WS".
       01 WS-ACCESS-LOG-STATUS PIC X(2).
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-ENV-JOURNAL PIC X(40) VALUE "changejournal.txt".
       01 WS-ENV-RECORDLOCK PIC X(40) VALUE "recordlock.txt".
       01 WS-ENV-NAMEHIST PIC X(40) VALUE "namehistory.txt".
       01 WS-FILE-STATUS PIC X(2).
       01 WS-NAME-HISTORY-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-RECORD-LOCK-STATUS PIC X(2).
       01 WS-EMIGRATION-REGISTER-STATUS PIC X(2).
       01 WS-LOCK-HELD-SWITCH PIC X VALUE "N".
           88 RECORD-LOCK-HELD VALUE "Y".
       01 WS-LOCK-OPERATOR PIC X(8).
       01 WS-LOCK-PROGRAM PIC X(20).
       01 WS-LOCK-STAMP-DATE PIC 9(8).
       01 WS-LOCK-STAMP-TIME PIC 9(8).
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
       01 EOF-SWITCH PIC X VALUE "N".
           88 EOF VALUE "Y".
       01 HISTORY-EOF-SWITCH PIC X VALUE "N".
           88 HISTORY-EOF VALUE "Y".
       01 EMIGRATION-EOF-SWITCH PIC X VALUE "N".
           88 EMIGRATION-EOF VALUE "Y".
       01 WS-SEARCH-SURNAME PIC X(10).
       01 WS-SEARCH-FORMER-SURNAME PIC X(10).
       01 WS-SEARCH-FIRSTNAME PIC X(10).
       01 WS-SEARCH-DOB PIC 9(8).
       01 WS-MATCH-SURNAME PIC X(10).
       01 WS-CANDIDATE-TABLE.
           05 WS-CAND-ENTRY OCCURS 10 TIMES.
               10 WS-CAND-ID PIC 9(6).
               10 WS-CAND-STATUS PIC X.
       01 WS-CAND-COUNT PIC 9(2) VALUE 0.
       01 WS-CAND-IDX PIC 9(2).
       01 WS-CAND-FOUND-IDX PIC 9(2).
       01 WS-CAND-KNOWN-SWITCH PIC X.
           88 CANDIDATE-KNOWN VALUE "Y".
       01 WS-CAND-OVERFLOW-SWITCH PIC X VALUE "N".
           88 CANDIDATE-OVERFLOW VALUE "Y".
       01 WS-STATUS-TEXT PIC X(14).
       01 WS-RETURNEE-ID PIC 9(6) VALUE 0.
       01 WS-LAST-COUNTRY PIC X(3).
       01 WS-LAST-DEPARTURE-DATE PIC 9(8).
       01 WS-COUNTRY-CODE PIC X(3).
       01 WS-PRIOR-STATUS PIC X.
       01 WS-NEW-STREET PIC X(15).
       01 WS-NEW-HOUSENUMBER PIC X(5).
       01 WS-NEW-ZIP-CODE PIC X(6).
       01 WS-NEW-CITY PIC X(15).
       01 WS-RETURN-DATE PIC 9(8).
       01 WS-INPUT-OK-SWITCH PIC X VALUE "N".
           88 INPUT-OK VALUE "Y".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-STAMP-DATE PIC 9(8).
       01 WS-STAMP-TIME PIC 9(8).
       01 WS-CURRENT-DATE.
           05 WS-CURRENT-CCYY PIC 9(4).
           05 WS-CURRENT-MM PIC 9(2).
           05 WS-CURRENT-DD PIC 9(2).
       01 WS-DOB-CCYY PIC 9(4).
       01 WS-DOB-MM PIC 9(2).
       01 WS-DOB-DD PIC 9(2).
       01 WS-COMPUTED-AGE PIC 9(3).
       01 WS-DATE-FLAG PIC X.
           88 WS-DATE-OK VALUE "Y".
           88 WS-DATE-BAD VALUE "N".
       01 WS-DATE-REASON PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "RETURNEE SEARCH AND REACTIVATION".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           IF NOT OPERATOR-CAN-UPDATE
               DISPLAY "Returnee processing requires update "
                   "authority - run refused."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-OPERATOR-SCOPE.
           MOVE "RETURNEE" TO WS-MUNI-PROGRAM.
           PERFORM ACCEPT-SEARCH-DETAILS.
           IF NOT INPUT-OK
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No data available for this run."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SEARCH-EARLIER-RECORD.
           PERFORM LIST-CANDIDATES.
           CLOSE RecordFile.
           IF WS-CAND-COUNT = 0
               DISPLAY "No earlier record found - register the "
                   "person as a new arrival."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHOOSE-CANDIDATE.
           IF WS-RETURNEE-ID = 0
               DISPLAY "No record reactivated."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ACCEPT-RETURN-DETAILS.
           IF NOT INPUT-OK
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CAPTURE-LANDLORD-DETAILS.
           MOVE WS-SIGNON-ID TO WS-LOCK-OPERATOR.
           MOVE "RETURNEE" TO WS-LOCK-PROGRAM.
           PERFORM ACQUIRE-RECORD-LOCK.
           IF NOT RECORD-LOCK-HELD
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Person register could not be opened for "
                   "update, status " WS-FILE-STATUS "."
               PERFORM RELEASE-RECORD-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-RETURNEE-ID TO PERSON-ID.
           READ RecordFile
               INVALID KEY
                   DISPLAY "No person on file with ID "
                       WS-RETURNEE-ID
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE MUNICIPALITY-CODE TO WS-MUNI-CHECK-CODE
                   PERFORM CHECK-MUNICIPALITY-SCOPE
                   IF MUNICIPALITY-IN-SCOPE
                       PERFORM REACTIVATE-RETURNEE
                   ELSE
                       PERFORM LOG-SCOPE-REFUSAL
                       MOVE 1 TO RETURN-CODE
                   END-IF
           END-READ.
           CLOSE RecordFile.
           PERFORM RELEASE-RECORD-LOCK.
           GOBACK.

       ACCEPT-SEARCH-DETAILS SECTION.
           MOVE "N" TO WS-INPUT-OK-SWITCH.
           DISPLAY "Surname: " WITH NO ADVANCING.
           ACCEPT WS-SEARCH-SURNAME.
           DISPLAY "First name (blank = any): " WITH NO ADVANCING.
           ACCEPT WS-SEARCH-FIRSTNAME.
           DISPLAY "Date of birth (CCYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-SEARCH-DOB.
           DISPLAY "Surname at departure, if different: "
               WITH NO ADVANCING.
           ACCEPT WS-SEARCH-FORMER-SURNAME.
           CALL "DATE-CHECK" USING WS-SEARCH-DOB
               WS-DATE-FLAG WS-DATE-REASON.
           EVALUATE TRUE
               WHEN WS-SEARCH-SURNAME = SPACES
                   DISPLAY "Surname is required - search refused."
               WHEN WS-DATE-BAD
                   DISPLAY "Invalid date of birth (" WS-DATE-REASON
                       ") - search refused."
               WHEN OTHER
                   SET INPUT-OK TO TRUE
           END-EVALUATE.

       SEARCH-EARLIER-RECORD SECTION.
           MOVE 0 TO WS-CAND-COUNT.
           MOVE WS-SEARCH-SURNAME TO WS-MATCH-SURNAME.
           PERFORM MATCH-ON-SURNAME.
           IF WS-SEARCH-FORMER-SURNAME NOT = SPACES
               AND WS-SEARCH-FORMER-SURNAME NOT = WS-SEARCH-SURNAME
               MOVE WS-SEARCH-FORMER-SURNAME TO WS-MATCH-SURNAME
               PERFORM MATCH-ON-SURNAME
           END-IF.
           PERFORM MATCH-FORMER-SURNAMES.

       MATCH-ON-SURNAME SECTION.
           MOVE "N" TO EOF-SWITCH.
           MOVE WS-MATCH-SURNAME TO SURNAME.
           START RecordFile KEY IS = SURNAME
               INVALID KEY SET EOF TO TRUE
           END-START.
           PERFORM UNTIL EOF
               READ RecordFile NEXT RECORD
                   AT END SET EOF TO TRUE
               END-READ
               IF NOT EOF
                   IF SURNAME NOT = WS-MATCH-SURNAME
                       SET EOF TO TRUE
                   ELSE
                       PERFORM CONSIDER-CANDIDATE
                   END-IF
               END-IF
           END-PERFORM.

       MATCH-FORMER-SURNAMES SECTION.
           MOVE "N" TO HISTORY-EOF-SWITCH.
           OPEN INPUT NameHistoryFile.
           IF WS-NAME-HISTORY-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL HISTORY-EOF
                   READ NameHistoryFile
                       AT END SET HISTORY-EOF TO TRUE
                   END-READ
                   IF NOT HISTORY-EOF
                       AND (NH-OLD-SURNAME = WS-SEARCH-SURNAME
                           OR NH-NEW-SURNAME = WS-SEARCH-SURNAME
                           OR (WS-SEARCH-FORMER-SURNAME NOT = SPACES
                               AND (NH-OLD-SURNAME
                                   = WS-SEARCH-FORMER-SURNAME
                               OR NH-NEW-SURNAME
                                   = WS-SEARCH-FORMER-SURNAME)))
                       MOVE NH-PERSON-ID TO PERSON-ID
                       READ RecordFile KEY IS PERSON-ID
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               PERFORM CONSIDER-CANDIDATE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE NameHistoryFile
           END-IF.

       CONSIDER-CANDIDATE SECTION.
           IF PERSON-ID NOT = WS-TRAILER-KEY
               AND NOT STATUS-DECEASED
               AND DATE-OF-BIRTH = WS-SEARCH-DOB
               AND (WS-SEARCH-FIRSTNAME = SPACES
                   OR FIRSTNAME = WS-SEARCH-FIRSTNAME)
               MOVE "N" TO WS-CAND-KNOWN-SWITCH
               PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                       UNTIL WS-CAND-IDX > WS-CAND-COUNT
                   IF WS-CAND-ID(WS-CAND-IDX) = PERSON-ID
                       SET CANDIDATE-KNOWN TO TRUE
                   END-IF
               END-PERFORM
               IF NOT CANDIDATE-KNOWN
                   IF WS-CAND-COUNT < 10
                       ADD 1 TO WS-CAND-COUNT
                       MOVE PERSON-ID TO WS-CAND-ID(WS-CAND-COUNT)
                       MOVE PERSON-STATUS
                           TO WS-CAND-STATUS(WS-CAND-COUNT)
                   ELSE
                       SET CANDIDATE-OVERFLOW TO TRUE
                   END-IF
               END-IF
           END-IF.

       LIST-CANDIDATES SECTION.
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
               MOVE WS-CAND-ID(WS-CAND-IDX) TO PERSON-ID
               READ RecordFile KEY IS PERSON-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM SET-STATUS-TEXT
                       DISPLAY PERSON-ID " " FIRSTNAME " " SURNAME
                           " born " DATE-OF-BIRTH " " WS-STATUS-TEXT
                       DISPLAY "       last address " STREET " "
                           HOUSENUMBER " " ZIP-CODE " " CITY
                       IF STATUS-EMIGRATED
                           PERFORM FIND-LAST-DEPARTURE
                           IF WS-LAST-DEPARTURE-DATE > 0
                               DISPLAY "       left for "
                                   WS-LAST-COUNTRY " on "
                                   WS-LAST-DEPARTURE-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF CANDIDATE-OVERFLOW
               DISPLAY "More than 10 records match - narrow the "
                   "search by first name."
           END-IF.

       SET-STATUS-TEXT SECTION.
           EVALUATE TRUE
               WHEN STATUS-ACTIVE
                   MOVE "active" TO WS-STATUS-TEXT
               WHEN STATUS-EMIGRATED
                   MOVE "emigrated" TO WS-STATUS-TEXT
               WHEN STATUS-TRANSFERRED
                   MOVE "transferred" TO WS-STATUS-TEXT
               WHEN STATUS-INACTIVE
                   MOVE "inactive" TO WS-STATUS-TEXT
               WHEN STATUS-PENDING-PURGE
                   MOVE "pending purge" TO WS-STATUS-TEXT
               WHEN PERSON-STATUS = SPACE
                   MOVE "active" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "unknown" TO WS-STATUS-TEXT
           END-EVALUATE.

       FIND-LAST-DEPARTURE SECTION.
           MOVE SPACES TO WS-LAST-COUNTRY.
           MOVE 0 TO WS-LAST-DEPARTURE-DATE.
           MOVE "N" TO EMIGRATION-EOF-SWITCH.
           OPEN INPUT EmigrationRegisterFile.
           IF WS-EMIGRATION-REGISTER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EMIGRATION-EOF
                   READ EmigrationRegisterFile
                       AT END SET EMIGRATION-EOF TO TRUE
                   END-READ
                   IF NOT EMIGRATION-EOF
                       AND EM-PERSON-ID = PERSON-ID
                       AND EM-DEPARTURE
                       MOVE EM-COUNTRY-CODE TO WS-LAST-COUNTRY
                       MOVE EM-EVENT-DATE TO WS-LAST-DEPARTURE-DATE
                   END-IF
               END-PERFORM
               CLOSE EmigrationRegisterFile
           END-IF.

       CHOOSE-CANDIDATE SECTION.
           MOVE 0 TO WS-RETURNEE-ID.
           DISPLAY "PERSON-ID to reactivate (0 = none): "
               WITH NO ADVANCING.
           ACCEPT WS-RETURNEE-ID.
           IF WS-RETURNEE-ID NOT = 0
               MOVE 0 TO WS-CAND-FOUND-IDX
               PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                       UNTIL WS-CAND-IDX > WS-CAND-COUNT
                   IF WS-CAND-ID(WS-CAND-IDX) = WS-RETURNEE-ID
                       MOVE WS-CAND-IDX TO WS-CAND-FOUND-IDX
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-CAND-FOUND-IDX = 0
                       DISPLAY "PERSON-ID " WS-RETURNEE-ID
                           " is not among the records found."
                       MOVE 0 TO WS-RETURNEE-ID
                   WHEN WS-CAND-STATUS(WS-CAND-FOUND-IDX) NOT = "E"
                       AND WS-CAND-STATUS(WS-CAND-FOUND-IDX) NOT = "I"
                       DISPLAY "PERSON-ID " WS-RETURNEE-ID
                           " is not a departed record - only "
                           "emigrated or inactive records are "
                           "reactivated."
                       MOVE 0 TO WS-RETURNEE-ID
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       ACCEPT-RETURN-DETAILS SECTION.
           MOVE "N" TO WS-INPUT-OK-SWITCH.
           MOVE WS-RETURNEE-ID TO PERSON-ID.
           PERFORM FIND-LAST-DEPARTURE.
           DISPLAY "New street: " WITH NO ADVANCING.
           ACCEPT WS-NEW-STREET.
           DISPLAY "New house number: " WITH NO ADVANCING.
           ACCEPT WS-NEW-HOUSENUMBER.
           DISPLAY "New ZIP code: " WITH NO ADVANCING.
           ACCEPT WS-NEW-ZIP-CODE.
           DISPLAY "New city: " WITH NO ADVANCING.
           ACCEPT WS-NEW-CITY.
           DISPLAY "Date of return (CCYYMMDD, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT WS-RETURN-DATE.
           IF WS-RETURN-DATE = 0
               MOVE WS-RUN-DATE TO WS-RETURN-DATE
           END-IF.
           IF WS-LAST-COUNTRY = SPACES
               DISPLAY "Country returning from: " WITH NO ADVANCING
           ELSE
               DISPLAY "Country returning from (blank = "
                   WS-LAST-COUNTRY "): " WITH NO ADVANCING
           END-IF.
           ACCEPT WS-COUNTRY-CODE.
           INSPECT WS-COUNTRY-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-COUNTRY-CODE = SPACES
               MOVE WS-LAST-COUNTRY TO WS-COUNTRY-CODE
           END-IF.
           CALL "DATE-CHECK" USING WS-RETURN-DATE
               WS-DATE-FLAG WS-DATE-REASON.
           MOVE "COUNTRY" TO WS-CODE-CHECK-TABLE.
           MOVE WS-COUNTRY-CODE TO WS-CODE-CHECK-CODE.
           MOVE WS-RETURN-DATE TO WS-CODE-CHECK-DATE.
           PERFORM CHECK-TABLE-CODE.
           EVALUATE TRUE
               WHEN WS-NEW-STREET = SPACES OR WS-NEW-CITY = SPACES
                   DISPLAY "Street and city of the new address are "
                       "required - reactivation refused."
               WHEN WS-DATE-BAD AND WS-DATE-REASON NOT = "FU"
                   DISPLAY "Invalid date of return (" WS-DATE-REASON
                       ") - reactivation refused."
               WHEN WS-RETURN-DATE > WS-RUN-DATE
                   DISPLAY "Date of return lies in the future - "
                       "reactivation refused."
               WHEN WS-RETURN-DATE < WS-LAST-DEPARTURE-DATE
                   DISPLAY "Date of return is before the departure "
                       "of " WS-LAST-DEPARTURE-DATE
                       " - reactivation refused."
               WHEN CODE-UNKNOWN
                   DISPLAY "Country " WS-COUNTRY-CODE " is not in "
                       "the code table - reactivation refused."
               WHEN CODE-NOT-IN-FORCE
                   DISPLAY "Country " WS-COUNTRY-CODE " ("
                       WS-CODE-DESCRIPTION ") is not in force on "
                       WS-RETURN-DATE " - reactivation refused."
               WHEN OTHER
                   SET INPUT-OK TO TRUE
           END-EVALUATE.

       REACTIVATE-RETURNEE SECTION.
           IF NOT STATUS-EMIGRATED AND NOT STATUS-INACTIVE
               DISPLAY "PERSON-ID " WS-RETURNEE-ID " is now in "
                   "status " PERSON-STATUS " - reactivation refused."
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE PERSON TO CJ-BEFORE-IMAGE
               MOVE PERSON-STATUS TO WS-PRIOR-STATUS
               MOVE STREET TO WS-OLD-STREET
               MOVE HOUSENUMBER TO WS-OLD-HOUSENUMBER
               MOVE ZIP-CODE TO WS-OLD-ZIP-CODE
               MOVE CITY TO WS-OLD-CITY
               MOVE WS-NEW-STREET TO STREET
               MOVE WS-NEW-HOUSENUMBER TO HOUSENUMBER
               MOVE WS-NEW-ZIP-CODE TO ZIP-CODE
               MOVE WS-NEW-CITY TO CITY
               SET STATUS-ACTIVE TO TRUE
               IF MUNICIPALITY-CODE = SPACES
                   MOVE WS-MUNI-HOME-CODE TO MUNICIPALITY-CODE
               END-IF
               MOVE WS-SIGNON-ID TO OPERATOR-ID
               PERFORM COMPUTE-AGE
               PERFORM STAMP-WRITE-TIMESTAMP
               REWRITE PERSON
                   INVALID KEY
                       DISPLAY "Reactivation rewrite failed for "
                           WS-RETURNEE-ID "."
                       MOVE 1 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM LOG-RETURN-JOURNAL
                       PERFORM RECORD-RETURN-RESIDENCE
                       PERFORM LOG-EMIGRATION-REGISTER
                       MOVE WS-RETURN-DATE TO WS-LC-MOVE-IN-DATE
                       PERFORM OPEN-LANDLORD-CONFIRMATION
                       DISPLAY "PERSON-ID " WS-RETURNEE-ID
                           " reactivated at " STREET " "
                           HOUSENUMBER " " CITY "."
               END-REWRITE
           END-IF.

       LOG-RETURN-JOURNAL SECTION.
           MOVE PERSON-ID TO CJ-PERSON-ID.
           SET CJ-ACTION-REWRITE TO TRUE.
           MOVE WS-SIGNON-ID TO CJ-OPERATOR-ID.
           MOVE WRITE-TIMESTAMP TO CJ-TIMESTAMP.
           MOVE PERSON TO CJ-AFTER-IMAGE.
           MOVE WS-LOCK-PROGRAM TO CJ-PROGRAM-NAME.
           PERFORM CHAIN-JOURNAL-RECORD.
           OPEN EXTEND JournalFile.
           IF WS-JOURNAL-STATUS = "35"
               CLOSE JournalFile
               OPEN OUTPUT JournalFile
           END-IF.
           WRITE CHANGE-JOURNAL-RECORD.
           CLOSE JournalFile.

       RECORD-RETURN-RESIDENCE SECTION.
           PERFORM CHECK-RESIDENCE-BACKFILL.
           IF NOT RESIDENCE-ON-FILE
               MOVE PERSON-ID TO RH-PERSON-ID
               MOVE SPACE TO RH-RESIDENCE-TYPE
               MOVE 0 TO RH-RESIDENCE-SEQ
               MOVE 0 TO RH-END-DATE
               MOVE WS-OLD-STREET TO RH-STREET
               MOVE WS-OLD-HOUSENUMBER TO RH-HOUSENUMBER
               MOVE WS-OLD-ZIP-CODE TO RH-ZIP-CODE
               MOVE WS-OLD-CITY TO RH-CITY
               MOVE 0 TO RH-EFFECTIVE-DATE
               MOVE OPERATOR-ID TO RH-OPERATOR-ID
               MOVE WRITE-TIMESTAMP TO RH-TIMESTAMP
               PERFORM WRITE-RESIDENCE-RECORD
           END-IF.
           MOVE PERSON-ID TO RH-PERSON-ID.
           MOVE SPACE TO RH-RESIDENCE-TYPE.
           MOVE 0 TO RH-RESIDENCE-SEQ.
           MOVE 0 TO RH-END-DATE.
           MOVE STREET TO RH-STREET.
           MOVE HOUSENUMBER TO RH-HOUSENUMBER.
           MOVE ZIP-CODE TO RH-ZIP-CODE.
           MOVE CITY TO RH-CITY.
           MOVE WS-RETURN-DATE TO RH-EFFECTIVE-DATE.
           MOVE OPERATOR-ID TO RH-OPERATOR-ID.
           MOVE WRITE-TIMESTAMP TO RH-TIMESTAMP.
           PERFORM WRITE-RESIDENCE-RECORD.

       LOG-EMIGRATION-REGISTER SECTION.
           MOVE PERSON-ID TO EM-PERSON-ID.
           SET EM-RETURN TO TRUE.
           MOVE WS-COUNTRY-CODE TO EM-COUNTRY-CODE.
           MOVE WS-RETURN-DATE TO EM-EVENT-DATE.
           MOVE WS-SIGNON-ID TO EM-OPERATOR-ID.
           MOVE WRITE-TIMESTAMP TO EM-TIMESTAMP.
           MOVE WS-PRIOR-STATUS TO EM-PRIOR-STATUS.
           OPEN EXTEND EmigrationRegisterFile.
           IF WS-EMIGRATION-REGISTER-STATUS = "35"
               CLOSE EmigrationRegisterFile
               OPEN OUTPUT EmigrationRegisterFile
           END-IF.
           WRITE EMIGRATION-REGISTER-RECORD.
           CLOSE EmigrationRegisterFile.

       STAMP-WRITE-TIMESTAMP SECTION.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           STRING WS-STAMP-DATE DELIMITED BY SIZE
               WS-STAMP-TIME(1:6) DELIMITED BY SIZE
               INTO WRITE-TIMESTAMP
           END-STRING.

       COMPUTE-AGE SECTION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE DATE-OF-BIRTH(1:4) TO WS-DOB-CCYY.
           MOVE DATE-OF-BIRTH(5:2) TO WS-DOB-MM.
           MOVE DATE-OF-BIRTH(7:2) TO WS-DOB-DD.
           COMPUTE WS-COMPUTED-AGE = WS-CURRENT-CCYY - WS-DOB-CCYY.
           IF WS-CURRENT-MM < WS-DOB-MM
               OR (WS-CURRENT-MM = WS-DOB-MM AND
                   WS-CURRENT-DD < WS-DOB-DD)
               SUBTRACT 1 FROM WS-COMPUTED-AGE
           END-IF.
           MOVE WS-COMPUTED-AGE TO AGE.

       COPY "LANDLORD-OPEN".

       COPY "RESIDENCE-LOG".

       COPY "CODE-TABLE-CHECK".

       COPY "LOCK-SECTIONS".

       COPY "SIGN-ON".

       COPY "MUNI-SCOPE".

       COPY "MUNI-SCOPE-LOG".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
               MOVE WS-ENV-JOURNAL TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-JOURNAL
               MOVE WS-ENV-RECORDLOCK TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDLOCK
               MOVE WS-ENV-NAMEHIST TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-NAMEHIST
               MOVE WS-ENV-RESIDHIST TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RESIDHIST
           END-IF.

       COPY "ENV-SECTIONS".

       COPY "JOURNAL-CHAIN".

       END PROGRAM RETURNEE.
