          FILE STATUS IS WS-ROLL-REGISTER-STATUS.
       SELECT SortFile
          ASSIGN TO "voterrollsort.tmp".
       SELECT PostalVoteFile
          ASSIGN TO "postalvotes.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-POSTAL-VOTE-STATUS.
       SELECT GeoSegmentFile
          ASSIGN TO "geosegments.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-GEO-SEGMENT-STATUS.
       SELECT GroupFile
          ASSIGN TO DYNAMIC WS-GROUP-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT NoticeFile
          ASSIGN TO DYNAMIC WS-NOTICE-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT HouseholdMasterFile
          ASSIGN TO DYNAMIC WS-ENV-HHMASTER
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HM-HOUSEHOLD-ID
          FILE STATUS IS WS-HOUSEHOLD-MASTER-STATUS.
       SELECT AddressDoubtFile
          ASSIGN TO DYNAMIC WS-ENV-ADDRDOUBT
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS AD-PERSON-ID
          FILE STATUS IS WS-ADDRESS-DOUBT-STATUS.
       SELECT ObjectionFile
          ASSIGN TO DYNAMIC WS-ENV-OBJECTION
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS OB-KEY
          FILE STATUS IS WS-OBJECTION-STATUS.

       SELECT ResidenceRegisterFile
          ASSIGN TO DYNAMIC WS-ENV-RESIDENCES
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RR-KEY
          FILE STATUS IS WS-RESIDENCE-REGISTER-STATUS.

       SELECT LetterTemplateFile
          ASSIGN TO "lettertemplates.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-LETTER-TEMPLATE-STATUS.
       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
          ORGANIZATION IS LINE SEQUENTIAL
       FD EnvProfileFile.
       COPY "ENV-PROFILE".

       FD ResidenceRegisterFile.
       COPY "RESIDENCE-REGISTER".

       FD RecordFile.
       COPY "PersonData".

       01 ELECTION-CARD-RECORD.
           05 EL-ELECTION-DATE PIC 9(8).
           05 EL-VOTING-AGE PIC 9(2).
           05 EL-GROUP-EXTRACT PIC X.
           05 EL-NOTICES PIC X.
           05 EL-HOUSEHOLD PIC X.

       FD RollFile.
       01 ROLL-LINE PIC X(60).

       FD GroupFile.
       01 GROUP-LINE PIC X(60).

       FD NoticeFile.
       01 LETTER-LINE PIC X(72).

       FD LetterTemplateFile.
       COPY "LETTER-TEMPLATE".

       FD HouseholdMasterFile.
       COPY "HouseholdMaster".

       FD AddressDoubtFile.
       COPY "ADDRESS-DOUBT".

       FD ObjectionFile.
       COPY "OBJECTION".

       FD RollRegisterFile.
       01 ROLL-REGISTER-RECORD.
           05 VR-PRODUCED-DATE PIC 9(8).
           05 VR-NAME-COUNT PIC 9(6).
           05 VR-FILE-NAME PIC X(40).

       FD PostalVoteFile.
       COPY "POSTAL-VOTE".

       FD GeoSegmentFile.
       COPY "GEO-SEGMENT".

       SD SortFile.
       01 SORT-RECORD.
           05 SR-DISTRICT-KEY.
               10 SR-DISTRICT-SOURCE PIC X.
                   88 SR-DISTRICT-BY-ZIP VALUE "Z".
               10 SR-DISTRICT PIC X(6).
           05 SR-ZIP-CODE PIC X(6).
           05 SR-SURNAME PIC X(10).
           05 SR-FIRSTNAME PIC X(10).
           05 SR-PERSON-ID PIC 9(6).
           05 SR-DOB PIC 9(8).
           05 SR-STREET PIC X(15).
           05 SR-HOUSENUMBER PIC X(5).
           05 SR-CITY PIC X(15).
           05 SR-GROUP-WITHHELD PIC X.
           05 SR-LANGUAGE PIC X(2).

       WORKING-STORAGE SECTION.
       COPY "OBJECTION-WS".
       COPY "RESIDENCE-REGISTER-WS".
       COPY "HOUSEHOLD-LETTER-WS".
       COPY "MAIL-REFERENCE-WS".
       COPY "LETTER-TEMPLATE-WS".
       COPY "GEO-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ELECTION-CARD-STATUS PIC X(2).
       01 WS-ROLL-REGISTER-STATUS PIC X(2).
       01 WS-ROLL-FILE-NAME PIC X(40).
       01 WS-POSTAL-VOTE-STATUS PIC X(2).
       01 POSTAL-EOF-SWITCH PIC X VALUE "N".
           88 POSTAL-EOF VALUE "Y".
       01 WS-POSTAL-TABLE.
           05 WS-PV-PERSON-ID PIC 9(6) OCCURS 9000 TIMES.
       01 WS-PV-COUNT PIC 9(4) VALUE 0.
       01 WS-PV-IDX PIC 9(4).
       01 WS-POSTAL-MARKED-COUNT PIC 9(6) VALUE 0.
       01 WS-GROUP-FILE-NAME PIC X(40).
       01 WS-GROUP-EXTRACT-SWITCH PIC X VALUE "N".
           88 GROUP-EXTRACT-WANTED VALUE "Y".
       01 WS-GROUP-COUNT PIC 9(6) VALUE 0.
       01 WS-NOTICE-FILE-NAME PIC X(40).
       01 WS-NOTICE-SWITCH PIC X VALUE "N".
           88 NOTICES-WANTED VALUE "Y".
       01 WS-LETTER-COUNT PIC 9(6) VALUE 0.
       01 WS-NOTICE-DISTRICT PIC X(6).
       COPY "TRAILER-KEY".
       01 EOF-SWITCH PIC X VALUE "N".
           88 EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-NAME-COUNT PIC 9(6) VALUE 0.
       01 WS-DISTRICT-COUNT PIC 9(6) VALUE 0.
       01 WS-PREV-DISTRICT-KEY PIC X(7) VALUE LOW-VALUES.
       01 WS-ZIP-DISTRICT-COUNT PIC 9(6) VALUE 0.
       01 WS-DATE-FLAG PIC X.
           88 WS-DATE-OK VALUE "Y".
           88 WS-DATE-BAD VALUE "N".
           05 WDL-FIRSTNAME PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WDL-DOB PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WDL-POSTAL-MARK PIC X(12).
       01 WS-GROUP-DETAIL-LINE.
           05 WGL-SURNAME PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WGL-FIRSTNAME PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WGL-STREET PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 WGL-HOUSENUMBER PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WGL-ZIP-CODE PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               ".txt" DELIMITED BY SIZE
               INTO WS-ROLL-FILE-NAME
           END-STRING.
           IF GROUP-EXTRACT-WANTED
               MOVE "Y   " TO WS-OBJ-HONOUR-FLAGS
               PERFORM OPEN-OBJECTION-REGISTER
               IF OBJECTION-REGISTER-FAILED
                   DISPLAY "Group extract refused - objections "
                       "cannot be honoured."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE SPACES TO WS-GROUP-FILE-NAME
               STRING "votergroup." DELIMITED BY SIZE
                   WS-ELECTION-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-GROUP-FILE-NAME
               END-STRING
           END-IF.
           IF NOTICES-WANTED
               PERFORM CHECK-NOTICE-TEMPLATES
               IF LETTER-TEMPLATES-MISSING
                   DISPLAY "Polling notices refused - template "
                       "library incomplete."
                   MOVE 8 TO RETURN-CODE
                   PERFORM CLOSE-OBJECTION-REGISTER
                   GOBACK
               END-IF
               MOVE SPACES TO WS-NOTICE-FILE-NAME
               STRING "voternotices." DELIMITED BY SIZE
                   WS-ELECTION-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-NOTICE-FILE-NAME
               END-STRING
           END-IF.
           PERFORM OPEN-RESIDENCE-REGISTER.
           IF RESIDENCE-REGISTER-FAILED
               DISPLAY "Roll refused - main residences cannot be "
                   "told apart."
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-OBJECTION-REGISTER
               GOBACK
           END-IF.
           MOVE WS-ELECTION-DATE TO WS-RR-CHECK-DATE.
           PERFORM LOAD-POSTAL-VOTERS.
           PERFORM LOAD-GEO-SEGMENTS.
           IF NOT GEO-SEGMENTS-PRESENT
               DISPLAY "No street-segment geography on file - "
                   "polling districts taken from the ZIP code."
           END-IF.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No data available for this run."
               MOVE 1 TO RETURN-CODE
               PERFORM CLOSE-OBJECTION-REGISTER
               PERFORM CLOSE-RESIDENCE-REGISTER
               GOBACK
           END-IF.
           OPEN OUTPUT RollFile.
           PERFORM WRITE-ROLL-HEADER.
           IF GROUP-EXTRACT-WANTED
               OPEN OUTPUT GroupFile
               PERFORM WRITE-GROUP-HEADER
           END-IF.
           IF NOTICES-WANTED
               OPEN OUTPUT NoticeFile
               PERFORM OPEN-ADDRESS-DOUBT-REGISTER
           END-IF.
           SORT SortFile
               ON ASCENDING KEY SR-DISTRICT-SOURCE SR-DISTRICT
                   SR-SURNAME SR-FIRSTNAME
               INPUT PROCEDURE IS ROLL-SORT-INPUT
               OUTPUT PROCEDURE IS ROLL-SORT-OUTPUT.
           CLOSE RollFile.
           CLOSE RecordFile.
           PERFORM CLOSE-RESIDENCE-REGISTER.
           PERFORM LOG-ROLL-REGISTER.
           DISPLAY "Voter roll written to " WS-ROLL-FILE-NAME
               " (" WS-NAME-COUNT " names, " WS-DISTRICT-COUNT
               " polling districts).".
           DISPLAY "Left off as secondary residences: "
               WS-RR-SECONDARY-SKIPPED.
           DISPLAY "Marked as postal voters: " WS-POSTAL-MARKED-COUNT.
           DISPLAY "Names in no street segment (district by ZIP): "
               WS-ZIP-DISTRICT-COUNT.
           IF GROUP-EXTRACT-WANTED
               CLOSE GroupFile
               PERFORM CLOSE-OBJECTION-REGISTER
               PERFORM LOG-GROUP-REGISTER
               DISPLAY "Group extract written to " WS-GROUP-FILE-NAME
                   " (" WS-GROUP-COUNT " names)."
               PERFORM REPORT-OBJECTION-WITHHELD
           END-IF.
           IF NOTICES-WANTED
               CLOSE NoticeFile
               PERFORM CLOSE-ADDRESS-DOUBT-REGISTER
               DISPLAY "Polling notices written to "
                   WS-NOTICE-FILE-NAME " (" WS-LETTER-COUNT
                   " letters)."
               PERFORM REPORT-LETTER-MERGE
           END-IF.
           GOBACK.

       READ-ELECTION-CARD SECTION.
                           AND EL-VOTING-AGE > 0
                           MOVE EL-VOTING-AGE TO WS-VOTING-AGE
                       END-IF
                       IF EL-GROUP-EXTRACT = "Y" OR "y"
                           SET GROUP-EXTRACT-WANTED TO TRUE
                       END-IF
                       IF EL-NOTICES = "Y" OR "y"
                           SET NOTICES-WANTED TO TRUE
                       END-IF
                       IF NOTICES-WANTED
                           AND (EL-HOUSEHOLD = "Y" OR "y")
                           SET CONSOLIDATE-WANTED TO TRUE
                       END-IF
               END-READ
               CLOSE ElectionCardFile
           END-IF.
                   AND STATUS-ACTIVE
                   PERFORM COMPUTE-ELECTION-AGE
                   IF WS-ELECTION-AGE NOT LESS THAN WS-VOTING-AGE
                       MOVE PERSON-ID TO WS-RR-CHECK-ID
                       PERFORM CHECK-MAIN-RESIDENCE
                   END-IF
                   IF WS-ELECTION-AGE NOT LESS THAN WS-VOTING-AGE
                       AND MAIN-RESIDENCE-HERE
                       MOVE STREET TO WS-GEO-STREET
                       MOVE HOUSENUMBER TO WS-GEO-HOUSENUMBER
                       PERFORM FIND-GEO-SEGMENT
                       IF GEO-SEGMENT-FOUND
                           MOVE "G" TO SR-DISTRICT-SOURCE
                           MOVE WS-GEO-ELECTORAL TO SR-DISTRICT
                       ELSE
                           MOVE "Z" TO SR-DISTRICT-SOURCE
                           MOVE ZIP-CODE TO SR-DISTRICT
                       END-IF
                       MOVE ZIP-CODE TO SR-ZIP-CODE
                       MOVE SURNAME TO SR-SURNAME
                       MOVE FIRSTNAME TO SR-FIRSTNAME
                       MOVE PERSON-ID TO SR-PERSON-ID
                       MOVE DATE-OF-BIRTH TO SR-DOB
                       MOVE STREET TO SR-STREET
                       MOVE HOUSENUMBER TO SR-HOUSENUMBER
                       MOVE CITY TO SR-CITY
                       MOVE "N" TO SR-GROUP-WITHHELD
                       MOVE PREFERRED-LANGUAGE TO SR-LANGUAGE
                       IF GROUP-EXTRACT-WANTED
                           MOVE PERSON-ID TO WS-OBJ-CHECK-ID
                           PERFORM CHECK-OBJECTION
                           IF OBJECTION-WITHHELD
                               MOVE "Y" TO SR-GROUP-WITHHELD
                           END-IF
                       END-IF
                       RELEASE SORT-RECORD
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-POSTAL-VOTERS SECTION.
           MOVE 0 TO WS-PV-COUNT.
           OPEN INPUT PostalVoteFile.
           IF WS-POSTAL-VOTE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL POSTAL-EOF OR WS-PV-COUNT = 9000
                   READ PostalVoteFile
                       AT END SET POSTAL-EOF TO TRUE
                   END-READ
                   IF NOT POSTAL-EOF
                       AND PV-ELECTION-DATE = WS-ELECTION-DATE
                       ADD 1 TO WS-PV-COUNT
                       MOVE PV-PERSON-ID
                           TO WS-PV-PERSON-ID(WS-PV-COUNT)
                   END-IF
               END-PERFORM
               CLOSE PostalVoteFile
           END-IF.

       COMPUTE-ELECTION-AGE SECTION.
           MOVE DATE-OF-BIRTH(1:4) TO WS-DOB-CCYY.
           MOVE DATE-OF-BIRTH(5:2) TO WS-DOB-MM.
                       PERFORM WRITE-ROLL-DETAIL
               END-RETURN
           END-PERFORM.
           IF CONSOLIDATE-WANTED
               PERFORM PRINT-HOUSEHOLD-GROUPS
           END-IF.

       WRITE-ROLL-DETAIL SECTION.
           IF SR-DISTRICT-KEY NOT = WS-PREV-DISTRICT-KEY
               MOVE SR-DISTRICT-KEY TO WS-PREV-DISTRICT-KEY
               ADD 1 TO WS-DISTRICT-COUNT
               MOVE SPACES TO ROLL-LINE
               WRITE ROLL-LINE
               MOVE SPACES TO ROLL-LINE
               STRING "POLLING DISTRICT " DELIMITED BY SIZE
                   SR-DISTRICT DELIMITED BY SIZE
                   INTO ROLL-LINE
               END-STRING
               IF SR-DISTRICT-BY-ZIP
                   MOVE " (ZIP)" TO ROLL-LINE(24:6)
               END-IF
               WRITE ROLL-LINE
           END-IF.
           IF SR-DISTRICT-BY-ZIP
               ADD 1 TO WS-ZIP-DISTRICT-COUNT
           END-IF.
           MOVE SR-PERSON-ID TO WDL-PERSON-ID.
           MOVE SR-SURNAME TO WDL-SURNAME.
           MOVE SR-FIRSTNAME TO WDL-FIRSTNAME.
           MOVE SR-DOB TO WDL-DOB.
           MOVE SPACES TO WDL-POSTAL-MARK.
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-COUNT
               IF WS-PV-PERSON-ID(WS-PV-IDX) = SR-PERSON-ID
                   MOVE "POSTAL VOTER" TO WDL-POSTAL-MARK
               END-IF
           END-PERFORM.
           IF WDL-POSTAL-MARK NOT = SPACES
               ADD 1 TO WS-POSTAL-MARKED-COUNT
           END-IF.
           WRITE ROLL-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-NAME-COUNT.
           IF GROUP-EXTRACT-WANTED AND SR-GROUP-WITHHELD = "N"
               MOVE SR-SURNAME TO WGL-SURNAME
               MOVE SR-FIRSTNAME TO WGL-FIRSTNAME
               MOVE SR-STREET TO WGL-STREET
               MOVE SR-HOUSENUMBER TO WGL-HOUSENUMBER
               MOVE SR-ZIP-CODE TO WGL-ZIP-CODE
               WRITE GROUP-LINE FROM WS-GROUP-DETAIL-LINE
               ADD 1 TO WS-GROUP-COUNT
           END-IF.
           IF NOTICES-WANTED
               MOVE "VOTE" TO WS-HG-NEW-KIND
               MOVE SR-PERSON-ID TO WS-HG-NEW-PERSON-ID
               MOVE SR-FIRSTNAME TO WS-HG-NEW-FIRSTNAME
               MOVE SR-SURNAME TO WS-HG-NEW-SURNAME
               MOVE SR-STREET TO WS-HG-NEW-STREET
               MOVE SR-HOUSENUMBER TO WS-HG-NEW-HOUSENUMBER
               MOVE SR-ZIP-CODE TO WS-HG-NEW-ZIP-CODE
               MOVE SR-CITY TO WS-HG-NEW-CITY
               MOVE SR-LANGUAGE TO WS-HG-NEW-LANGUAGE
               MOVE SR-PERSON-ID TO WS-MR-PERSON-ID
               MOVE SR-STREET TO WS-MR-STREET
               MOVE SR-HOUSENUMBER TO WS-MR-HOUSENUMBER
               MOVE SR-ZIP-CODE TO WS-MR-ZIP-CODE
               PERFORM CHECK-MAIL-STOP
           END-IF.
           IF NOTICES-WANTED AND NOT MAIL-STOPPED
               IF CONSOLIDATE-WANTED
                   PERFORM ADD-HOUSEHOLD-RECIPIENT
               END-IF
               IF NOT CONSOLIDATE-WANTED OR HOUSEHOLD-TABLE-FULL
                   PERFORM PRINT-SINGLE-NOTICE
               END-IF
           END-IF.

       PRINT-SINGLE-NOTICE SECTION.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-HG-NEW-PERSON-ID TO WS-MR-PERSON-ID.
           PERFORM WRITE-NOTICE-REFERENCE.
           MOVE SPACES TO LETTER-LINE.
           STRING WS-HG-NEW-FIRSTNAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-HG-NEW-SURNAME DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING WS-HG-NEW-STREET DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HG-NEW-HOUSENUMBER DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING WS-HG-NEW-ZIP-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HG-NEW-CITY DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-HG-NEW-STREET TO WS-GEO-STREET.
           MOVE WS-HG-NEW-HOUSENUMBER TO WS-GEO-HOUSENUMBER.
           MOVE WS-HG-NEW-ZIP-CODE TO WS-NOTICE-DISTRICT.
           PERFORM SET-NOTICE-DISTRICT.
           PERFORM CLEAR-LETTER-VALUES.
           MOVE "NAME" TO WS-LT-TAG.
           MOVE SPACES TO WS-LT-VALUE.
           STRING WS-HG-NEW-FIRSTNAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-HG-NEW-SURNAME DELIMITED BY SIZE
               INTO WS-LT-VALUE
           END-STRING.
           PERFORM SET-LETTER-VALUE.
           MOVE "FIRSTNAME" TO WS-LT-TAG.
           MOVE WS-HG-NEW-FIRSTNAME TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "SURNAME" TO WS-LT-TAG.
           MOVE WS-HG-NEW-SURNAME TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           PERFORM SET-NOTICE-VALUES.
           MOVE "VOTE" TO WS-LT-CODE.
           MOVE WS-HG-NEW-LANGUAGE TO WS-LT-LANGUAGE.
           PERFORM MERGE-LETTER-TEMPLATE.
           PERFORM WRITE-NOTICE-TRAILER.

       PRINT-HOUSEHOLD-LETTER SECTION.
           ADD 1 TO WS-LETTER-COUNT.
           IF WS-HG-MEMBERS = 1
               MOVE SPACES TO WS-HG-SALUTATION
               STRING T-HG-FIRSTNAME(WS-HG-LEADER) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   T-HG-SURNAME(WS-HG-LEADER) DELIMITED BY SIZE
                   INTO WS-HG-SALUTATION
               END-STRING
           END-IF.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE T-HG-PERSON-ID(WS-HG-LEADER) TO WS-MR-PERSON-ID.
           PERFORM WRITE-NOTICE-REFERENCE.
           PERFORM EMIT-HOUSEHOLD-ADDRESS.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE T-HG-STREET(WS-HG-LEADER) TO WS-GEO-STREET.
           MOVE T-HG-HOUSENUMBER(WS-HG-LEADER) TO WS-GEO-HOUSENUMBER.
           MOVE T-HG-ZIP-CODE(WS-HG-LEADER) TO WS-NOTICE-DISTRICT.
           PERFORM SET-NOTICE-DISTRICT.
           PERFORM CLEAR-LETTER-VALUES.
           MOVE "NAME" TO WS-LT-TAG.
           MOVE WS-HG-SALUTATION TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "HOUSEHOLD" TO WS-LT-TAG.
           PERFORM SET-LETTER-VALUE.
           MOVE "FIRSTNAME" TO WS-LT-TAG.
           MOVE T-HG-FIRSTNAME(WS-HG-LEADER) TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "SURNAME" TO WS-LT-TAG.
           MOVE T-HG-SURNAME(WS-HG-LEADER) TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           PERFORM SET-NOTICE-VALUES.
           MOVE T-HG-LANGUAGE(WS-HG-LEADER) TO WS-LT-LANGUAGE.
           IF WS-HG-MEMBERS = 1
               MOVE "VOTE" TO WS-LT-CODE
               PERFORM MERGE-LETTER-TEMPLATE
           ELSE
               MOVE "VOTEH" TO WS-LT-CODE
               PERFORM MERGE-LETTER-TEMPLATE
               PERFORM EMIT-HOUSEHOLD-NAMES
           END-IF.
           PERFORM WRITE-NOTICE-TRAILER.

       SET-NOTICE-DISTRICT SECTION.
           PERFORM FIND-GEO-SEGMENT.
           IF GEO-SEGMENT-FOUND
               MOVE WS-GEO-ELECTORAL TO WS-NOTICE-DISTRICT
           END-IF.

       SET-NOTICE-VALUES SECTION.
           MOVE "ELECTION" TO WS-LT-TAG.
           MOVE WS-ELECTION-DATE TO WS-LT-DATE.
           PERFORM SET-LETTER-DATE.
           MOVE "DISTRICT" TO WS-LT-TAG.
           MOVE WS-NOTICE-DISTRICT TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "DATE" TO WS-LT-TAG.
           MOVE WS-RUN-DATE TO WS-LT-DATE.
           PERFORM SET-LETTER-DATE.

       CHECK-NOTICE-TEMPLATES SECTION.
           PERFORM LOAD-LETTER-TEMPLATES.
           MOVE "VOTE" TO WS-LT-CODE.
           PERFORM REQUIRE-LETTER-TEMPLATE.
           MOVE "VOTEEND" TO WS-LT-CODE.
           PERFORM REQUIRE-LETTER-TEMPLATE.
           IF CONSOLIDATE-WANTED
               MOVE "VOTEH" TO WS-LT-CODE
               PERFORM REQUIRE-LETTER-TEMPLATE
               PERFORM REQUIRE-HOUSEHOLD-TEMPLATES
           END-IF.

       WRITE-NOTICE-REFERENCE SECTION.
           MOVE "VOTE" TO WS-MR-TYPE.
           PERFORM BUILD-MAIL-REFERENCE.
           MOVE WS-MR-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.

       WRITE-NOTICE-TRAILER SECTION.
           MOVE "VOTEEND" TO WS-LT-CODE.
           PERFORM MERGE-LETTER-TEMPLATE.
           MOVE "----------------------------------------"
               TO LETTER-LINE.
           WRITE LETTER-LINE.

       EMIT-TEMPLATE-LINE SECTION.
           WRITE LETTER-LINE FROM WS-LT-LINE.

       EMIT-LETTER-LINE SECTION.
           WRITE LETTER-LINE.

       WRITE-GROUP-HEADER SECTION.
           MOVE SPACES TO GROUP-LINE.
           STRING "ELECTOR LIST FOR GROUPS - ELECTION OF "
               DELIMITED BY SIZE
               WS-ELECTION-DATE DELIMITED BY SIZE
               INTO GROUP-LINE
           END-STRING.
           WRITE GROUP-LINE.
           MOVE SPACES TO GROUP-LINE.
           STRING "Produced " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " - objectors withheld" DELIMITED BY SIZE
               INTO GROUP-LINE
           END-STRING.
           WRITE GROUP-LINE.

       WRITE-ROLL-HEADER SECTION.
           MOVE SPACES TO ROLL-LINE.
           DISPLAY "Roll registered: " WS-NAME-COUNT " names for "
               "the election of " WS-ELECTION-DATE ".".

       LOG-GROUP-REGISTER SECTION.
           MOVE WS-RUN-DATE TO VR-PRODUCED-DATE.
           MOVE WS-ELECTION-DATE TO VR-ELECTION-DATE.
           MOVE WS-GROUP-COUNT TO VR-NAME-COUNT.
           MOVE WS-GROUP-FILE-NAME TO VR-FILE-NAME.
           OPEN EXTEND RollRegisterFile.
           IF WS-ROLL-REGISTER-STATUS = "35"
               CLOSE RollRegisterFile
               OPEN OUTPUT RollRegisterFile
           END-IF.
           WRITE ROLL-REGISTER-RECORD.
           CLOSE RollRegisterFile.

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
               MOVE WS-ENV-OBJECTION TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-OBJECTION
               MOVE WS-ENV-RESIDENCES TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RESIDENCES
               MOVE WS-ENV-HHMASTER TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-HHMASTER
               MOVE WS-ENV-ADDRDOUBT TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-ADDRDOUBT
           END-IF.

       COPY "ENV-SECTIONS".

       COPY "OBJECTION-CHECK".

       COPY "RESIDENCE-TYPE-CHECK".

       COPY "HOUSEHOLD-LETTER".

       COPY "MAIL-REFERENCE".

       COPY "LETTER-MERGE".

       COPY "GEO-LOOKUP".

       END PROGRAM VOTER-ROLL.
