       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEHOLD-CONVERT.
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
       SELECT OldHouseholdFile
          ASSIGN TO DYNAMIC WS-ENV-HOUSEHOLD
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-HOUSEHOLD-STATUS.
       SELECT HouseholdFile
          ASSIGN TO DYNAMIC WS-CONVERTED-HOUSEHOLD
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CONVERTED-STATUS.
       SELECT OldMasterFile
          ASSIGN TO DYNAMIC WS-ENV-HHMASTER
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS OLD-HM-HOUSEHOLD-ID
          FILE STATUS IS WS-MASTER-STATUS.
       SELECT HouseholdMasterFile
          ASSIGN TO DYNAMIC WS-CONVERTED-HHMASTER
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HM-HOUSEHOLD-ID
          FILE STATUS IS WS-CONVERTED-MASTER-STATUS.
       SELECT ExceptionFile
          ASSIGN TO DYNAMIC WS-ENV-EXCEPTIONS
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-EXCEPTION-STATUS.

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

       FD OldHouseholdFile.
       01 OLD-HOUSEHOLD-RECORD.
           05 OLD-HH-FIRSTNAME PIC X(6).
           05 OLD-HH-SURNAME PIC X(6).
           05 OLD-HH-PARTNER-IDX PIC 9(2).
           05 OLD-HH-CHILD-COUNT PIC 9.
           05 OLD-HH-CHILD-NAME OCCURS 9 TIMES PIC X(6).

       FD HouseholdFile.
       COPY "HouseholdData".

       FD OldMasterFile.
       01 OLD-MASTER-RECORD.
           05 OLD-HM-HOUSEHOLD-ID PIC 9(4).
           05 OLD-HM-MEMBER-COUNT PIC 9(2).
           05 OLD-HM-MEMBER OCCURS 10 TIMES.
               10 OLD-HM-FIRSTNAME PIC X(6).
               10 OLD-HM-SURNAME PIC X(6).
               10 OLD-HM-PARTNER-IDX PIC 9(2).
               10 OLD-HM-CHILD-COUNT PIC 9.
               10 OLD-HM-CHILD-NAME OCCURS 9 TIMES PIC X(6).

       FD HouseholdMasterFile.
       COPY "HouseholdMaster".

       FD ExceptionFile.
       01 EXCEPTION-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-ENV-HOUSEHOLD PIC X(40) VALUE "household.dat".
       01 WS-ENV-HHMASTER PIC X(40) VALUE "householdmaster.dat".
       01 WS-ENV-EXCEPTIONS PIC X(40)
           VALUE "householdconvert.exceptions.txt".
       01 WS-CONVERTED-HOUSEHOLD PIC X(40)
           VALUE "household.converted.dat".
       01 WS-CONVERTED-HHMASTER PIC X(40)
           VALUE "householdmaster.converted.dat".
       01 WS-FILE-STATUS PIC X(2).
       01 WS-HOUSEHOLD-STATUS PIC X(2).
       01 WS-CONVERTED-STATUS PIC X(2).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-CONVERTED-MASTER-STATUS PIC X(2).
       01 WS-EXCEPTION-STATUS PIC X(2).
       COPY "TRAILER-KEY".
       01 HH-EOF-SWITCH PIC X VALUE "N".
           88 HH-EOF VALUE "Y".
       01 MASTER-EOF-SWITCH PIC X VALUE "N".
           88 MASTER-EOF VALUE "Y".
       01 WS-SCAN-END-SWITCH PIC X.
           88 SCAN-END VALUE "Y".
       01 WS-RESOLVE-FIRST PIC X(6).
       01 WS-RESOLVE-SUR PIC X(6).
       01 WS-RESOLVE-ID PIC 9(6).
       01 WS-MATCH-COUNT PIC 9(3).
       01 WS-CANDIDATE-TABLE.
           05 WS-CANDIDATE-ID PIC 9(6) OCCURS 5 TIMES.
       01 WS-CAND-IDX PIC 9(2).
       01 WS-EXC-CONTEXT PIC X(40).
       01 WS-EXC-REASON PIC X(30).
       01 WS-EXC-CANDIDATES PIC X(40).
       01 WS-EXC-POINTER PIC 9(3).
       01 WS-LINE-NO PIC 9(4) VALUE 0.
       01 M-IDX PIC 9(2).
       01 C-IDX PIC 9(2).
       01 WS-LINES-READ PIC 9(6) VALUE 0.
       01 WS-LINES-WRITTEN PIC 9(6) VALUE 0.
       01 WS-MASTERS-READ PIC 9(6) VALUE 0.
       01 WS-MASTERS-WRITTEN PIC 9(6) VALUE 0.
       01 WS-NAMES-RESOLVED PIC 9(6) VALUE 0.
       01 WS-NAMES-UNRESOLVED PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "HOUSEHOLD CONVERSION TO PERSON-ID LINKS".
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Person master not available - status "
                   WS-FILE-STATUS ". Nothing was converted."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ExceptionFile.
           MOVE "HOUSEHOLD CONVERSION EXCEPTIONS" TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           PERFORM CONVERT-HOUSEHOLD-FILE.
           PERFORM CONVERT-MASTER-FILE.
           CLOSE ExceptionFile.
           CLOSE RecordFile.
           DISPLAY "household.dat lines read / written:    "
               WS-LINES-READ " / " WS-LINES-WRITTEN.
           DISPLAY "Household masters read / written:      "
               WS-MASTERS-READ " / " WS-MASTERS-WRITTEN.
           DISPLAY "Names resolved to a PERSON-ID:         "
               WS-NAMES-RESOLVED.
           DISPLAY "Names left unresolved (see exceptions): "
               WS-NAMES-UNRESOLVED.
           IF WS-LINES-READ NOT = WS-LINES-WRITTEN
               OR WS-MASTERS-READ NOT = WS-MASTERS-WRITTEN
               DISPLAY "CONTROL TOTAL MISMATCH - do not swap the "
                   "converted files. Investigate first."
               MOVE 2 TO RETURN-CODE
           ELSE
               IF WS-NAMES-UNRESOLVED > 0
                   DISPLAY "Work the exception list in "
                       WS-ENV-EXCEPTIONS " and link the open "
                       "slots in household maintenance."
                   MOVE 1 TO RETURN-CODE
               END-IF
               DISPLAY "Swap " WS-CONVERTED-HOUSEHOLD " and "
                   WS-CONVERTED-HHMASTER " into place once "
                   "verified."
           END-IF.
           GOBACK.

       CONVERT-HOUSEHOLD-FILE SECTION.
           OPEN INPUT OldHouseholdFile.
           IF WS-HOUSEHOLD-STATUS NOT = "00"
               DISPLAY "No household.dat to convert - status "
                   WS-HOUSEHOLD-STATUS
           ELSE
               OPEN OUTPUT HouseholdFile
               PERFORM UNTIL HH-EOF
                   READ OldHouseholdFile
                       AT END SET HH-EOF TO TRUE
                   END-READ
                   IF NOT HH-EOF
                       ADD 1 TO WS-LINES-READ
                       PERFORM CONVERT-ONE-LINE
                   END-IF
               END-PERFORM
               CLOSE HouseholdFile
               CLOSE OldHouseholdFile
           END-IF.

       CONVERT-ONE-LINE SECTION.
           MOVE SPACES TO HOUSEHOLD-RECORD.
           MOVE OLD-HH-FIRSTNAME TO HH-FIRSTNAME.
           MOVE OLD-HH-SURNAME TO HH-SURNAME.
           MOVE OLD-HH-PARTNER-IDX TO HH-PARTNER-IDX.
           MOVE OLD-HH-CHILD-COUNT TO HH-CHILD-COUNT.
           MOVE OLD-HH-FIRSTNAME TO WS-RESOLVE-FIRST.
           MOVE OLD-HH-SURNAME TO WS-RESOLVE-SUR.
           MOVE SPACES TO WS-EXC-CONTEXT.
           STRING "household.dat line " DELIMITED BY SIZE
               WS-LINES-READ DELIMITED BY SIZE
               " member" DELIMITED BY SIZE
               INTO WS-EXC-CONTEXT
           END-STRING.
           PERFORM RESOLVE-NAME.
           MOVE WS-RESOLVE-ID TO HH-PERSON-ID.
           PERFORM VARYING C-IDX FROM 1 BY 1 UNTIL C-IDX > 9
               MOVE OLD-HH-CHILD-NAME(C-IDX) TO HH-CHILD-NAME(C-IDX)
               MOVE 0 TO HH-CHILD-ID(C-IDX)
               IF C-IDX NOT > OLD-HH-CHILD-COUNT
                   MOVE OLD-HH-CHILD-NAME(C-IDX) TO WS-RESOLVE-FIRST
                   MOVE OLD-HH-SURNAME TO WS-RESOLVE-SUR
                   MOVE SPACES TO WS-EXC-CONTEXT
                   STRING "household.dat line " DELIMITED BY SIZE
                       WS-LINES-READ DELIMITED BY SIZE
                       " child " DELIMITED BY SIZE
                       C-IDX DELIMITED BY SIZE
                       INTO WS-EXC-CONTEXT
                   END-STRING
                   PERFORM RESOLVE-NAME
                   MOVE WS-RESOLVE-ID TO HH-CHILD-ID(C-IDX)
               END-IF
           END-PERFORM.
           WRITE HOUSEHOLD-RECORD.
           ADD 1 TO WS-LINES-WRITTEN.

       CONVERT-MASTER-FILE SECTION.
           OPEN INPUT OldMasterFile.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "No household master to convert - status "
                   WS-MASTER-STATUS
           ELSE
               OPEN OUTPUT HouseholdMasterFile
               PERFORM UNTIL MASTER-EOF
                   READ OldMasterFile NEXT RECORD
                       AT END SET MASTER-EOF TO TRUE
                   END-READ
                   IF NOT MASTER-EOF
                       ADD 1 TO WS-MASTERS-READ
                       PERFORM CONVERT-ONE-HOUSEHOLD
                   END-IF
               END-PERFORM
               CLOSE HouseholdMasterFile
               CLOSE OldMasterFile
           END-IF.

       CONVERT-ONE-HOUSEHOLD SECTION.
           MOVE SPACES TO HOUSEHOLD-MASTER-RECORD.
           MOVE OLD-HM-HOUSEHOLD-ID TO HM-HOUSEHOLD-ID.
           MOVE OLD-HM-MEMBER-COUNT TO HM-MEMBER-COUNT.
           PERFORM VARYING M-IDX FROM 1 BY 1 UNTIL M-IDX > 10
               MOVE OLD-HM-FIRSTNAME(M-IDX) TO HM-FIRSTNAME(M-IDX)
               MOVE OLD-HM-SURNAME(M-IDX) TO HM-SURNAME(M-IDX)
               MOVE OLD-HM-PARTNER-IDX(M-IDX)
                   TO HM-PARTNER-IDX(M-IDX)
               MOVE OLD-HM-CHILD-COUNT(M-IDX)
                   TO HM-CHILD-COUNT(M-IDX)
               MOVE 0 TO HM-PERSON-ID(M-IDX)
               IF M-IDX NOT > OLD-HM-MEMBER-COUNT
                   MOVE OLD-HM-FIRSTNAME(M-IDX) TO WS-RESOLVE-FIRST
                   MOVE OLD-HM-SURNAME(M-IDX) TO WS-RESOLVE-SUR
                   MOVE SPACES TO WS-EXC-CONTEXT
                   STRING "household " DELIMITED BY SIZE
                       OLD-HM-HOUSEHOLD-ID DELIMITED BY SIZE
                       " member " DELIMITED BY SIZE
                       M-IDX DELIMITED BY SIZE
                       INTO WS-EXC-CONTEXT
                   END-STRING
                   PERFORM RESOLVE-NAME
                   MOVE WS-RESOLVE-ID TO HM-PERSON-ID(M-IDX)
               END-IF
               PERFORM CONVERT-MASTER-CHILDREN
           END-PERFORM.
           WRITE HOUSEHOLD-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Converted write failed for household "
                       OLD-HM-HOUSEHOLD-ID "."
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-MASTERS-WRITTEN
           END-WRITE.

       CONVERT-MASTER-CHILDREN SECTION.
           PERFORM VARYING C-IDX FROM 1 BY 1 UNTIL C-IDX > 9
               MOVE OLD-HM-CHILD-NAME(M-IDX, C-IDX)
                   TO HM-CHILD-NAME(M-IDX, C-IDX)
               MOVE 0 TO HM-CHILD-ID(M-IDX, C-IDX)
               IF M-IDX NOT > OLD-HM-MEMBER-COUNT
                   AND C-IDX NOT > OLD-HM-CHILD-COUNT(M-IDX)
                   MOVE OLD-HM-CHILD-NAME(M-IDX, C-IDX)
                       TO WS-RESOLVE-FIRST
                   MOVE OLD-HM-SURNAME(M-IDX) TO WS-RESOLVE-SUR
                   MOVE SPACES TO WS-EXC-CONTEXT
                   STRING "household " DELIMITED BY SIZE
                       OLD-HM-HOUSEHOLD-ID DELIMITED BY SIZE
                       " member " DELIMITED BY SIZE
                       M-IDX DELIMITED BY SIZE
                       " child " DELIMITED BY SIZE
                       C-IDX DELIMITED BY SIZE
                       INTO WS-EXC-CONTEXT
                   END-STRING
                   PERFORM RESOLVE-NAME
                   MOVE WS-RESOLVE-ID TO HM-CHILD-ID(M-IDX, C-IDX)
               END-IF
           END-PERFORM.

       RESOLVE-NAME SECTION.
           MOVE 0 TO WS-RESOLVE-ID.
           MOVE 0 TO WS-MATCH-COUNT.
           IF WS-RESOLVE-FIRST = SPACES AND WS-RESOLVE-SUR = SPACES
               CONTINUE
           ELSE
               MOVE "N" TO WS-SCAN-END-SWITCH
               MOVE SPACES TO SURNAME
               MOVE WS-RESOLVE-SUR TO SURNAME(1:6)
               START RecordFile KEY IS NOT LESS THAN SURNAME
                   INVALID KEY SET SCAN-END TO TRUE
               END-START
               PERFORM UNTIL SCAN-END
                   READ RecordFile NEXT RECORD
                       AT END SET SCAN-END TO TRUE
                   END-READ
                   IF NOT SCAN-END
                       IF SURNAME(1:6) NOT = WS-RESOLVE-SUR
                           SET SCAN-END TO TRUE
                       ELSE
                           IF PERSON-ID NOT = WS-TRAILER-KEY
                               AND FIRSTNAME(1:6) = WS-RESOLVE-FIRST
                               ADD 1 TO WS-MATCH-COUNT
                               IF WS-MATCH-COUNT NOT > 5
                                   MOVE PERSON-ID TO WS-CANDIDATE-ID(
                                       WS-MATCH-COUNT)
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-MATCH-COUNT = 1
                   MOVE WS-CANDIDATE-ID(1) TO WS-RESOLVE-ID
                   ADD 1 TO WS-NAMES-RESOLVED
               ELSE
                   ADD 1 TO WS-NAMES-UNRESOLVED
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

       WRITE-EXCEPTION SECTION.
           MOVE SPACES TO WS-EXC-CANDIDATES.
           IF WS-MATCH-COUNT = 0
               MOVE "no person on file" TO WS-EXC-REASON
           ELSE
               MOVE SPACES TO WS-EXC-REASON
               STRING "ambiguous - " DELIMITED BY SIZE
                   WS-MATCH-COUNT DELIMITED BY SIZE
                   " candidates:" DELIMITED BY SIZE
                   INTO WS-EXC-REASON
               END-STRING
               MOVE 1 TO WS-EXC-POINTER
               PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                       UNTIL WS-CAND-IDX > WS-MATCH-COUNT
                       OR WS-CAND-IDX > 5
                   STRING WS-CANDIDATE-ID(WS-CAND-IDX)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       INTO WS-EXC-CANDIDATES
                       WITH POINTER WS-EXC-POINTER
                   END-STRING
               END-PERFORM
           END-IF.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING WS-EXC-CONTEXT DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-RESOLVE-FIRST DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RESOLVE-SUR DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-EXC-REASON DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-EXC-CANDIDATES DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING.
           WRITE EXCEPTION-LINE.

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
               MOVE WS-ENV-HOUSEHOLD TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-HOUSEHOLD
               MOVE WS-ENV-HHMASTER TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-HHMASTER
               MOVE WS-ENV-EXCEPTIONS TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-EXCEPTIONS
               MOVE WS-CONVERTED-HOUSEHOLD TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-CONVERTED-HOUSEHOLD
               MOVE WS-CONVERTED-HHMASTER TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-CONVERTED-HHMASTER
           END-IF.

       COPY "ENV-SECTIONS".

       END PROGRAM HOUSEHOLD-CONVERT.
