       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMIGRATION.
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
       SELECT ResidenceRegisterFile
          ASSIGN TO DYNAMIC WS-ENV-RESIDENCES
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RR-KEY
          FILE STATUS IS WS-RESIDENCE-REGISTER-STATUS.
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

       FD ResidenceRegisterFile.
       COPY "RESIDENCE-REGISTER".
       FD AccessLogFile.
       COPY "ACCESS-LOG".

       WORKING-STORAGE SECTION.
       COPY "JOURNAL-CHAIN-WS".
       COPY "CODE-TABLE-WS".
       COPY "RESIDENCE-WS".
       COPY "RESIDENCE-REGISTER-WS".
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
       01 WS-FILE-STATUS PIC X(2).
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
       01 WS-EMIGRANT-ID PIC 9(6) VALUE 0.
       01 WS-COUNTRY-CODE PIC X(3) VALUE SPACES.
       01 WS-COUNTRY-TEXT PIC X(30).
       01 WS-DEPARTURE-DATE PIC 9(8) VALUE 0.
       01 WS-PRIOR-STATUS PIC X.
       01 WS-INPUT-OK-SWITCH PIC X VALUE "N".
           88 INPUT-OK VALUE "Y".
       01 WS-ENDED-COUNT PIC 9(2) VALUE 0.
       01 WS-RR-EOF-SWITCH PIC X VALUE "N".
           88 RR-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-STAMP-DATE PIC 9(8).
       01 WS-STAMP-TIME PIC 9(8).
       01 WS-DATE-FLAG PIC X.
           88 WS-DATE-OK VALUE "Y".
           88 WS-DATE-BAD VALUE "N".
       01 WS-DATE-REASON PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "DEPARTURE ABROAD".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           IF NOT OPERATOR-CAN-UPDATE
               DISPLAY "Departure abroad requires update authority "
                   "- run refused."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-OPERATOR-SCOPE.
           MOVE "EMIGRATION" TO WS-MUNI-PROGRAM.
           PERFORM ACCEPT-DEPARTURE-DETAILS.
           IF NOT INPUT-OK
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-SIGNON-ID TO WS-LOCK-OPERATOR.
           MOVE "EMIGRATION" TO WS-LOCK-PROGRAM.
           PERFORM ACQUIRE-RECORD-LOCK.
           IF NOT RECORD-LOCK-HELD
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No data available for this run."
               PERFORM RELEASE-RECORD-LOCK
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-EMIGRANT-ID TO PERSON-ID.
           READ RecordFile
               INVALID KEY
                   DISPLAY "No person on file with ID "
                       WS-EMIGRANT-ID
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE MUNICIPALITY-CODE TO WS-MUNI-CHECK-CODE
                   PERFORM CHECK-MUNICIPALITY-SCOPE
                   IF MUNICIPALITY-IN-SCOPE
                       PERFORM EMIGRATE-PERSON
                   ELSE
                       PERFORM LOG-SCOPE-REFUSAL
                       MOVE 1 TO RETURN-CODE
                   END-IF
           END-READ.
           CLOSE RecordFile.
           PERFORM RELEASE-RECORD-LOCK.
           GOBACK.

       ACCEPT-DEPARTURE-DETAILS SECTION.
           MOVE "N" TO WS-INPUT-OK-SWITCH.
           DISPLAY "PERSON-ID leaving for abroad: "
               WITH NO ADVANCING.
           ACCEPT WS-EMIGRANT-ID.
           DISPLAY "Destination country code: " WITH NO ADVANCING.
           ACCEPT WS-COUNTRY-CODE.
           INSPECT WS-COUNTRY-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "Departure date (CCYYMMDD, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT WS-DEPARTURE-DATE.
           IF WS-DEPARTURE-DATE = 0
               MOVE WS-RUN-DATE TO WS-DEPARTURE-DATE
           END-IF.
           CALL "DATE-CHECK" USING WS-DEPARTURE-DATE
               WS-DATE-FLAG WS-DATE-REASON.
           MOVE "COUNTRY" TO WS-CODE-CHECK-TABLE.
           MOVE WS-COUNTRY-CODE TO WS-CODE-CHECK-CODE.
           MOVE WS-DEPARTURE-DATE TO WS-CODE-CHECK-DATE.
           PERFORM CHECK-TABLE-CODE.
           EVALUATE TRUE
               WHEN WS-EMIGRANT-ID = 0
                   DISPLAY "PERSON-ID is required - departure "
                       "refused."
               WHEN WS-COUNTRY-CODE = SPACES
                   DISPLAY "Destination country is required - "
                       "departure refused."
               WHEN CODE-UNKNOWN
                   DISPLAY "Country " WS-COUNTRY-CODE " is not in "
                       "the code table - departure refused."
               WHEN CODE-NOT-IN-FORCE
                   DISPLAY "Country " WS-COUNTRY-CODE " ("
                       WS-CODE-DESCRIPTION ") is not in force on "
                       WS-DEPARTURE-DATE " - departure refused."
               WHEN WS-DATE-BAD AND WS-DATE-REASON NOT = "FU"
                   DISPLAY "Invalid departure date (" WS-DATE-REASON
                       ") - departure refused."
               WHEN WS-DEPARTURE-DATE > WS-RUN-DATE
                   DISPLAY "Departure date lies in the future - "
                       "register the departure once it has happened."
               WHEN OTHER
                   SET INPUT-OK TO TRUE
                   MOVE WS-CODE-DESCRIPTION TO WS-COUNTRY-TEXT
                   IF WS-COUNTRY-TEXT = SPACES
                       MOVE WS-COUNTRY-CODE TO WS-COUNTRY-TEXT
                   END-IF
           END-EVALUATE.

       EMIGRATE-PERSON SECTION.
           IF NOT (STATUS-ACTIVE OR PERSON-STATUS = SPACE)
               DISPLAY "PERSON-ID " WS-EMIGRANT-ID " cannot leave "
                   "for abroad in status " PERSON-STATUS "."
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE PERSON TO CJ-BEFORE-IMAGE
               MOVE PERSON-STATUS TO WS-PRIOR-STATUS
               SET STATUS-EMIGRATED TO TRUE
               MOVE WS-SIGNON-ID TO OPERATOR-ID
               PERFORM STAMP-WRITE-TIMESTAMP
               REWRITE PERSON
                   INVALID KEY
                       DISPLAY "Departure rewrite failed for "
                           WS-EMIGRANT-ID "."
                       MOVE 1 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM LOG-DEPARTURE-JOURNAL
                       PERFORM RECORD-DEPARTURE-RESIDENCE
                       PERFORM END-OPEN-RESIDENCES
                       PERFORM LOG-EMIGRATION-REGISTER
                       DISPLAY "PERSON-ID " WS-EMIGRANT-ID
                           " registered as departed to "
                           WS-COUNTRY-CODE " " WS-COUNTRY-TEXT
                       DISPLAY "  on " WS-DEPARTURE-DATE "."
               END-REWRITE
           END-IF.

       LOG-DEPARTURE-JOURNAL SECTION.
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

       RECORD-DEPARTURE-RESIDENCE SECTION.
           PERFORM CHECK-RESIDENCE-BACKFILL.
           IF NOT RESIDENCE-ON-FILE
               MOVE PERSON-ID TO RH-PERSON-ID
               MOVE SPACE TO RH-RESIDENCE-TYPE
               MOVE 0 TO RH-RESIDENCE-SEQ
               MOVE 0 TO RH-END-DATE
               MOVE STREET TO RH-STREET
               MOVE HOUSENUMBER TO RH-HOUSENUMBER
               MOVE ZIP-CODE TO RH-ZIP-CODE
               MOVE CITY TO RH-CITY
               MOVE 0 TO RH-EFFECTIVE-DATE
               MOVE OPERATOR-ID TO RH-OPERATOR-ID
               MOVE WRITE-TIMESTAMP TO RH-TIMESTAMP
               PERFORM WRITE-RESIDENCE-RECORD
           END-IF.
           MOVE PERSON-ID TO RH-PERSON-ID.
           MOVE SPACE TO RH-RESIDENCE-TYPE.
           MOVE 0 TO RH-RESIDENCE-SEQ.
           MOVE 0 TO RH-END-DATE.
           MOVE "ABROAD" TO RH-STREET.
           MOVE SPACES TO RH-HOUSENUMBER.
           MOVE WS-COUNTRY-CODE TO RH-ZIP-CODE.
           MOVE WS-COUNTRY-TEXT TO RH-CITY.
           MOVE WS-DEPARTURE-DATE TO RH-EFFECTIVE-DATE.
           MOVE OPERATOR-ID TO RH-OPERATOR-ID.
           MOVE WRITE-TIMESTAMP TO RH-TIMESTAMP.
           PERFORM WRITE-RESIDENCE-RECORD.

       END-OPEN-RESIDENCES SECTION.
           MOVE 0 TO WS-ENDED-COUNT.
           OPEN I-O ResidenceRegisterFile.
           IF WS-RESIDENCE-REGISTER-STATUS = "00"
               MOVE "N" TO WS-RR-EOF-SWITCH
               MOVE PERSON-ID TO RR-PERSON-ID
               MOVE 0 TO RR-SEQUENCE
               START ResidenceRegisterFile KEY IS NOT LESS THAN RR-KEY
                   INVALID KEY SET RR-EOF TO TRUE
               END-START
               PERFORM UNTIL RR-EOF
                   READ ResidenceRegisterFile NEXT RECORD
                       AT END SET RR-EOF TO TRUE
                   END-READ
                   IF NOT RR-EOF
                       IF RR-PERSON-ID NOT = PERSON-ID
                           SET RR-EOF TO TRUE
                       ELSE
                           IF RR-VALID-TO = 0
                               AND RR-VALID-FROM
                                   NOT > WS-DEPARTURE-DATE
                               PERFORM END-ONE-RESIDENCE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ResidenceRegisterFile
           END-IF.
           IF WS-ENDED-COUNT > 0
               DISPLAY WS-ENDED-COUNT " open residence(s) ended on "
                   WS-DEPARTURE-DATE "."
           END-IF.

       END-ONE-RESIDENCE SECTION.
           MOVE WS-DEPARTURE-DATE TO RR-VALID-TO.
           MOVE WS-SIGNON-ID TO RR-OPERATOR-ID.
           MOVE WS-RUN-DATE TO RR-CHANGE-DATE.
           REWRITE RESIDENCE-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "Residence " RR-SEQUENCE " could not be "
                       "ended - status " WS-RESIDENCE-REGISTER-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-ENDED-COUNT
                   MOVE RR-PERSON-ID TO RH-PERSON-ID
                   MOVE RR-STREET TO RH-STREET
                   MOVE RR-HOUSENUMBER TO RH-HOUSENUMBER
                   MOVE RR-ZIP-CODE TO RH-ZIP-CODE
                   MOVE RR-CITY TO RH-CITY
                   MOVE RR-VALID-FROM TO RH-EFFECTIVE-DATE
                   MOVE WS-SIGNON-ID TO RH-OPERATOR-ID
                   MOVE WRITE-TIMESTAMP TO RH-TIMESTAMP
                   MOVE RR-RESIDENCE-TYPE TO RH-RESIDENCE-TYPE
                   MOVE RR-SEQUENCE TO RH-RESIDENCE-SEQ
                   MOVE RR-VALID-TO TO RH-END-DATE
                   PERFORM WRITE-RESIDENCE-RECORD
           END-REWRITE.

       LOG-EMIGRATION-REGISTER SECTION.
           MOVE PERSON-ID TO EM-PERSON-ID.
           SET EM-DEPARTURE TO TRUE.
           MOVE WS-COUNTRY-CODE TO EM-COUNTRY-CODE.
           MOVE WS-DEPARTURE-DATE TO EM-EVENT-DATE.
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
               MOVE WS-ENV-RESIDHIST TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RESIDHIST
               MOVE WS-ENV-RESIDENCES TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RESIDENCES
           END-IF.

       COPY "ENV-SECTIONS".

       COPY "JOURNAL-CHAIN".

       END PROGRAM EMIGRATION.
