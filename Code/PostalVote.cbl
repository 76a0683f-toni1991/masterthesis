       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTAL-VOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PostalVoteFile
          ASSIGN TO "postalvotes.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-POSTAL-VOTE-STATUS.
       SELECT RollFile
          ASSIGN TO DYNAMIC WS-ROLL-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ROLL-STATUS.
       SELECT ElectionCardFile
          ASSIGN TO "electioncard.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ELECTION-CARD-STATUS.
       SELECT RecordFile
          ASSIGN TO DYNAMIC WS-ENV-RECORDFILE
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PERSON-ID
          ALTERNATE RECORD KEY IS SURNAME WITH DUPLICATES
          FILE STATUS IS WS-FILE-STATUS.
       SELECT CountReportFile
          ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportIndexFile
          ASSIGN TO "reportindex.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REPORT-INDEX-STATUS.
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

       FD PostalVoteFile.
       COPY "POSTAL-VOTE".

       FD RollFile.
       01 ROLL-LINE PIC X(60).

       FD ElectionCardFile.
       01 ELECTION-CARD-RECORD.
           05 EL-ELECTION-DATE PIC 9(8).
           05 EL-VOTING-AGE PIC 9(2).
           05 EL-GROUP-EXTRACT PIC X.
           05 EL-NOTICES PIC X.
           05 EL-HOUSEHOLD PIC X.

       FD RecordFile.
       COPY "PersonData".

       FD CountReportFile.
       01 REPORT-LINE PIC X(80).

       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       WORKING-STORAGE SECTION.
       COPY "CHECK-DIGIT-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-FILE-STATUS PIC X(2).
       01 WS-POSTAL-VOTE-STATUS PIC X(2).
       01 WS-ROLL-STATUS PIC X(2).
       01 WS-ELECTION-CARD-STATUS PIC X(2).
       01 WS-REPORT-INDEX-STATUS PIC X(2).
       01 WS-OPERATOR-MASTER-STATUS PIC X(2).
       01 OPERATOR-EOF-SWITCH PIC X VALUE "N".
           88 OPERATOR-EOF VALUE "Y".
       01 WS-SIGNON-ID PIC X(8).
       01 WS-OPERATOR-ROLE PIC X.
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
           88 OPERATOR-CAN-UPDATE VALUE "S" "U".
       01 WS-OPERATOR-VALID-SWITCH PIC X VALUE "N".
           88 OPERATOR-VALID VALUE "Y".
       01 WS-ROLL-FILE-NAME PIC X(40).
       01 WS-REPORT-FILE-NAME PIC X(40).
       01 WS-FUNCTION PIC X.
           88 FN-APPLY VALUE "A" "a".
           88 FN-ISSUE VALUE "I" "i".
           88 FN-RETURN VALUE "R" "r".
           88 FN-COUNT VALUE "C" "c".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-ELECTION-DATE PIC 9(8) VALUE 0.
       01 WS-WANT-ELECTION PIC 9(8).
       01 WS-WANT-PERSON-ID PIC 9(6).
       01 WS-DATE-FLAG PIC X.
           88 WS-DATE-OK VALUE "Y".
           88 WS-DATE-BAD VALUE "N".
       01 WS-DATE-REASON PIC X(2).
       01 VOTE-EOF-SWITCH PIC X VALUE "N".
           88 VOTE-EOF VALUE "Y".
       01 ROLL-EOF-SWITCH PIC X VALUE "N".
           88 ROLL-EOF VALUE "Y".
       01 WS-OVERFLOW-SWITCH PIC X VALUE "N".
           88 REGISTER-OVERFLOW VALUE "Y".
       01 WS-ON-ROLL-SWITCH PIC X VALUE "N".
           88 ON-VOTER-ROLL VALUE "Y".
       01 WS-PERSON-FOUND-SWITCH PIC X VALUE "N".
           88 PERSON-FOUND VALUE "Y".
       01 WS-ROLL-DISTRICT PIC X(6).
       01 WS-CURRENT-DISTRICT PIC X(6).
       01 WS-VOTE-TABLE.
           05 WS-PV-ENTRY PIC X(93) OCCURS 9000 TIMES.
       01 WS-PV-COUNT PIC 9(4) VALUE 0.
       01 WS-PV-IDX PIC 9(4).
       01 WS-PV-FOUND-IDX PIC 9(4).
       01 WS-DISTRICT-TABLE.
           05 WS-PD-ENTRY OCCURS 300 TIMES.
               10 T-PD-DISTRICT PIC X(6).
               10 T-PD-APPLIED PIC 9(6).
               10 T-PD-APPLIED-TODAY PIC 9(6).
               10 T-PD-ISSUED PIC 9(6).
               10 T-PD-ISSUED-TODAY PIC 9(6).
               10 T-PD-RETURNED PIC 9(6).
               10 T-PD-RETURNED-TODAY PIC 9(6).
       01 WS-PD-COUNT PIC 9(3) VALUE 0.
       01 WS-PD-IDX PIC 9(3).
       01 WS-PD-SHIFT-IDX PIC 9(3).
       01 WS-PD-FOUND-IDX PIC 9(3).
       01 WS-TOTALS.
           05 WS-TOT-APPLIED PIC 9(6) VALUE 0.
           05 WS-TOT-APPLIED-TODAY PIC 9(6) VALUE 0.
           05 WS-TOT-ISSUED PIC 9(6) VALUE 0.
           05 WS-TOT-ISSUED-TODAY PIC 9(6) VALUE 0.
           05 WS-TOT-RETURNED PIC 9(6) VALUE 0.
           05 WS-TOT-RETURNED-TODAY PIC 9(6) VALUE 0.
       01 WS-REPORT-LINES PIC 9(6) VALUE 0.
       01 WS-COUNT-HEADING.
           05 FILLER PIC X(10) VALUE "DISTRICT".
           05 FILLER PIC X(17) VALUE " APPLIED    TODAY".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "  ISSUED    TODAY".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "RETURNED    TODAY".
       01 WS-COUNT-LINE.
           05 CL-DISTRICT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-APPLIED PIC Z(7)9.
           05 FILLER PIC X VALUE SPACE.
           05 CL-APPLIED-TODAY PIC Z(7)9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 CL-ISSUED PIC Z(7)9.
           05 FILLER PIC X VALUE SPACE.
           05 CL-ISSUED-TODAY PIC Z(7)9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 CL-RETURNED PIC Z(7)9.
           05 FILLER PIC X VALUE SPACE.
           05 CL-RETURNED-TODAY PIC Z(7)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "POSTAL VOTING REGISTER".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-ELECTION-CARD.
           DISPLAY "Election date (0 = election on the control card): "
               WITH NO ADVANCING.
           ACCEPT WS-WANT-ELECTION.
           IF WS-WANT-ELECTION NUMERIC AND WS-WANT-ELECTION > 0
               MOVE WS-WANT-ELECTION TO WS-ELECTION-DATE
           END-IF.
           IF WS-ELECTION-DATE = 0
               DISPLAY "No election date given - run refused."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Election of " WS-ELECTION-DATE.
           DISPLAY "Function (A=application, I=ballot issued, "
               "R=ballot returned, C=daily count): "
               WITH NO ADVANCING.
           ACCEPT WS-FUNCTION.
           PERFORM LOAD-POSTAL-REGISTER.
           EVALUATE TRUE
               WHEN FN-APPLY PERFORM RECORD-APPLICATION
               WHEN FN-ISSUE PERFORM RECORD-BALLOT-ISSUED
               WHEN FN-RETURN PERFORM RECORD-BALLOT-RETURNED
               WHEN FN-COUNT PERFORM DAILY-COUNT
               WHEN OTHER
                   DISPLAY "Unknown function."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       READ-ELECTION-CARD SECTION.
           OPEN INPUT ElectionCardFile.
           IF WS-ELECTION-CARD-STATUS = "35"
               CONTINUE
           ELSE
               READ ElectionCardFile
                   AT END CONTINUE
                   NOT AT END
                       IF EL-ELECTION-DATE IS NUMERIC
                           CALL "DATE-CHECK" USING EL-ELECTION-DATE
                               WS-DATE-FLAG WS-DATE-REASON
                           IF WS-DATE-REASON = "FU" OR WS-DATE-OK
                               MOVE EL-ELECTION-DATE
                                   TO WS-ELECTION-DATE
                           END-IF
                       END-IF
               END-READ
               CLOSE ElectionCardFile
           END-IF.

       LOAD-POSTAL-REGISTER SECTION.
           MOVE 0 TO WS-PV-COUNT.
           OPEN INPUT PostalVoteFile.
           IF WS-POSTAL-VOTE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL VOTE-EOF
                   READ PostalVoteFile
                       AT END SET VOTE-EOF TO TRUE
                   END-READ
                   IF NOT VOTE-EOF AND WS-PV-COUNT = 9000
                       SET REGISTER-OVERFLOW TO TRUE
                   END-IF
                   IF NOT VOTE-EOF AND NOT REGISTER-OVERFLOW
                       ADD 1 TO WS-PV-COUNT
                       MOVE POSTAL-VOTE-RECORD
                           TO WS-PV-ENTRY(WS-PV-COUNT)
                   END-IF
               END-PERFORM
               CLOSE PostalVoteFile
           END-IF.

       SAVE-POSTAL-REGISTER SECTION.
           OPEN OUTPUT PostalVoteFile.
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-COUNT
               MOVE WS-PV-ENTRY(WS-PV-IDX) TO POSTAL-VOTE-RECORD
               WRITE POSTAL-VOTE-RECORD
           END-PERFORM.
           CLOSE PostalVoteFile.

       SIGN-ON-FOR-UPDATE SECTION.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           IF NOT OPERATOR-CAN-UPDATE
               DISPLAY "Operator " WS-SIGNON-ID " may not update "
                   "the postal voting register."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF REGISTER-OVERFLOW
               DISPLAY "Postal voting register exceeds 9000 entries "
                   "- update refused."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       ASK-PERSON-ID SECTION.
           DISPLAY "PERSON-ID: " WITH NO ADVANCING.
           ACCEPT WS-WANT-PERSON-ID.
           MOVE WS-WANT-PERSON-ID TO WS-CHECK-ID.
           PERFORM VERIFY-KEYED-CHECK-DIGIT.
           IF NOT KEYED-ID-CHECK-OK
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

       FIND-APPLICATION SECTION.
           MOVE 0 TO WS-PV-FOUND-IDX.
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-COUNT
               MOVE WS-PV-ENTRY(WS-PV-IDX) TO POSTAL-VOTE-RECORD
               IF PV-ELECTION-DATE = WS-ELECTION-DATE
                   AND PV-PERSON-ID = WS-WANT-PERSON-ID
                   MOVE WS-PV-IDX TO WS-PV-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-PV-FOUND-IDX > 0
               MOVE WS-PV-ENTRY(WS-PV-FOUND-IDX) TO POSTAL-VOTE-RECORD
           END-IF.

       RECORD-APPLICATION SECTION.
           PERFORM SIGN-ON-FOR-UPDATE.
           PERFORM ASK-PERSON-ID.
           PERFORM FIND-APPLICATION.
           IF WS-PV-FOUND-IDX > 0
               DISPLAY "Second application rejected - PERSON-ID "
                   WS-WANT-PERSON-ID " applied on "
                   PV-APPLICATION-DATE "."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHECK-VOTER-ROLL.
           IF NOT ON-VOTER-ROLL
               DISPLAY "Application rejected - PERSON-ID "
                   WS-WANT-PERSON-ID " is not on the voter roll for "
                   "the election of " WS-ELECTION-DATE "."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No data available for this run."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-WANT-PERSON-ID TO PERSON-ID.
           MOVE "Y" TO WS-PERSON-FOUND-SWITCH.
           READ RecordFile
               INVALID KEY
                   MOVE "N" TO WS-PERSON-FOUND-SWITCH
           END-READ.
           CLOSE RecordFile.
           IF NOT PERSON-FOUND
               DISPLAY "PERSON-ID " WS-WANT-PERSON-ID " not on file."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO POSTAL-VOTE-RECORD.
           MOVE WS-ELECTION-DATE TO PV-ELECTION-DATE.
           MOVE WS-WANT-PERSON-ID TO PV-PERSON-ID.
           MOVE WS-ROLL-DISTRICT TO PV-DISTRICT.
           MOVE WS-RUN-DATE TO PV-APPLICATION-DATE.
           MOVE 0 TO PV-ISSUED-DATE.
           MOVE 0 TO PV-RETURNED-DATE.
           MOVE WS-SIGNON-ID TO PV-OPERATOR-ID.
           DISPLAY FIRSTNAME " " SURNAME ", " STREET " "
               HOUSENUMBER " " ZIP-CODE " " CITY.
           DISPLAY "Ballot delivery street (blank = residence): "
               WITH NO ADVANCING.
           ACCEPT PV-DELIVERY-STREET.
           IF PV-DELIVERY-STREET = SPACES
               MOVE STREET TO PV-DELIVERY-STREET
               MOVE HOUSENUMBER TO PV-DELIVERY-HOUSENUMBER
               MOVE ZIP-CODE TO PV-DELIVERY-ZIP-CODE
               MOVE CITY TO PV-DELIVERY-CITY
           ELSE
               DISPLAY "House number: " WITH NO ADVANCING
               ACCEPT PV-DELIVERY-HOUSENUMBER
               DISPLAY "ZIP code: " WITH NO ADVANCING
               ACCEPT PV-DELIVERY-ZIP-CODE
               DISPLAY "City: " WITH NO ADVANCING
               ACCEPT PV-DELIVERY-CITY
               IF PV-DELIVERY-ZIP-CODE = SPACES
                   OR PV-DELIVERY-CITY = SPACES
                   DISPLAY "Delivery address incomplete - "
                       "application not recorded."
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN EXTEND PostalVoteFile.
           IF WS-POSTAL-VOTE-STATUS = "35"
               CLOSE PostalVoteFile
               OPEN OUTPUT PostalVoteFile
           END-IF.
           WRITE POSTAL-VOTE-RECORD.
           CLOSE PostalVoteFile.
           DISPLAY "Application recorded for PERSON-ID " PV-PERSON-ID
               " in polling district " PV-DISTRICT ".".

       CHECK-VOTER-ROLL SECTION.
           MOVE "N" TO WS-ON-ROLL-SWITCH.
           MOVE SPACES TO WS-ROLL-DISTRICT.
           MOVE SPACES TO WS-CURRENT-DISTRICT.
           MOVE SPACES TO WS-ROLL-FILE-NAME.
           STRING "voterroll." DELIMITED BY SIZE
               WS-ELECTION-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-ROLL-FILE-NAME
           END-STRING.
           OPEN INPUT RollFile.
           IF WS-ROLL-STATUS NOT = "00"
               DISPLAY "No voter roll extract " WS-ROLL-FILE-NAME
                   " - applications cannot be checked."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL ROLL-EOF OR ON-VOTER-ROLL
               READ RollFile
                   AT END SET ROLL-EOF TO TRUE
               END-READ
               IF NOT ROLL-EOF
                   IF ROLL-LINE(1:17) = "POLLING DISTRICT "
                       MOVE ROLL-LINE(18:6) TO WS-CURRENT-DISTRICT
                   ELSE
                       IF ROLL-LINE(1:6) IS NUMERIC
                           AND ROLL-LINE(1:6) = WS-WANT-PERSON-ID
                           SET ON-VOTER-ROLL TO TRUE
                           MOVE WS-CURRENT-DISTRICT
                               TO WS-ROLL-DISTRICT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE RollFile.

       RECORD-BALLOT-ISSUED SECTION.
           PERFORM SIGN-ON-FOR-UPDATE.
           PERFORM ASK-PERSON-ID.
           PERFORM FIND-APPLICATION.
           IF WS-PV-FOUND-IDX = 0
               DISPLAY "No postal vote application from PERSON-ID "
                   WS-WANT-PERSON-ID " for this election."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           IF PV-ISSUED-DATE NOT = 0
               DISPLAY "Ballot already issued on " PV-ISSUED-DATE
                   " - not issued again."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO PV-ISSUED-DATE.
           MOVE WS-SIGNON-ID TO PV-OPERATOR-ID.
           MOVE POSTAL-VOTE-RECORD TO WS-PV-ENTRY(WS-PV-FOUND-IDX).
           PERFORM SAVE-POSTAL-REGISTER.
           DISPLAY "Ballot issued - send to " PV-DELIVERY-STREET " "
               PV-DELIVERY-HOUSENUMBER " " PV-DELIVERY-ZIP-CODE " "
               PV-DELIVERY-CITY.

       RECORD-BALLOT-RETURNED SECTION.
           PERFORM SIGN-ON-FOR-UPDATE.
           PERFORM ASK-PERSON-ID.
           PERFORM FIND-APPLICATION.
           IF WS-PV-FOUND-IDX = 0
               DISPLAY "No postal vote application from PERSON-ID "
                   WS-WANT-PERSON-ID " for this election."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           IF PV-ISSUED-DATE = 0
               DISPLAY "No ballot was issued to PERSON-ID "
                   WS-WANT-PERSON-ID " - return not recorded."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           IF PV-RETURNED-DATE NOT = 0
               DISPLAY "Ballot already returned on " PV-RETURNED-DATE
                   "."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO PV-RETURNED-DATE.
           MOVE WS-SIGNON-ID TO PV-OPERATOR-ID.
           MOVE POSTAL-VOTE-RECORD TO WS-PV-ENTRY(WS-PV-FOUND-IDX).
           PERFORM SAVE-POSTAL-REGISTER.
           DISPLAY "Ballot return recorded for PERSON-ID "
               PV-PERSON-ID ".".

       DAILY-COUNT SECTION.
           MOVE 0 TO WS-PD-COUNT.
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-COUNT
               MOVE WS-PV-ENTRY(WS-PV-IDX) TO POSTAL-VOTE-RECORD
               IF PV-ELECTION-DATE = WS-ELECTION-DATE
                   PERFORM COUNT-ONE-APPLICATION
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "postalcount." DELIMITED BY SIZE
               WS-ELECTION-DATE DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING.
           OPEN OUTPUT CountReportFile.
           MOVE SPACES TO REPORT-LINE.
           STRING "POSTAL VOTING - ELECTION OF " DELIMITED BY SIZE
               WS-ELECTION-DATE DELIMITED BY SIZE
               " - COUNT OF " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-COUNT-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
               MOVE T-PD-DISTRICT(WS-PD-IDX) TO CL-DISTRICT
               MOVE T-PD-APPLIED(WS-PD-IDX) TO CL-APPLIED
               MOVE T-PD-APPLIED-TODAY(WS-PD-IDX) TO CL-APPLIED-TODAY
               MOVE T-PD-ISSUED(WS-PD-IDX) TO CL-ISSUED
               MOVE T-PD-ISSUED-TODAY(WS-PD-IDX) TO CL-ISSUED-TODAY
               MOVE T-PD-RETURNED(WS-PD-IDX) TO CL-RETURNED
               MOVE T-PD-RETURNED-TODAY(WS-PD-IDX)
                   TO CL-RETURNED-TODAY
               MOVE WS-COUNT-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           MOVE "TOTAL" TO CL-DISTRICT.
           MOVE WS-TOT-APPLIED TO CL-APPLIED.
           MOVE WS-TOT-APPLIED-TODAY TO CL-APPLIED-TODAY.
           MOVE WS-TOT-ISSUED TO CL-ISSUED.
           MOVE WS-TOT-ISSUED-TODAY TO CL-ISSUED-TODAY.
           MOVE WS-TOT-RETURNED TO CL-RETURNED.
           MOVE WS-TOT-RETURNED-TODAY TO CL-RETURNED-TODAY.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE CountReportFile.
           PERFORM LOG-REPORT-INDEX.
           DISPLAY "Applications " WS-TOT-APPLIED " (today "
               WS-TOT-APPLIED-TODAY "), ballots issued " WS-TOT-ISSUED
               " (today " WS-TOT-ISSUED-TODAY "), returned "
               WS-TOT-RETURNED " (today " WS-TOT-RETURNED-TODAY ").".
           DISPLAY "Count written to " WS-REPORT-FILE-NAME.
           IF WS-PD-COUNT = 300
               DISPLAY "More than 300 polling districts - count "
                   "incomplete."
               MOVE 4 TO RETURN-CODE
           END-IF.

       COUNT-ONE-APPLICATION SECTION.
           PERFORM FIND-DISTRICT-SLOT.
           IF WS-PD-FOUND-IDX > 0
               ADD 1 TO T-PD-APPLIED(WS-PD-FOUND-IDX)
               ADD 1 TO WS-TOT-APPLIED
               IF PV-APPLICATION-DATE = WS-RUN-DATE
                   ADD 1 TO T-PD-APPLIED-TODAY(WS-PD-FOUND-IDX)
                   ADD 1 TO WS-TOT-APPLIED-TODAY
               END-IF
               IF PV-ISSUED-DATE NOT = 0
                   ADD 1 TO T-PD-ISSUED(WS-PD-FOUND-IDX)
                   ADD 1 TO WS-TOT-ISSUED
               END-IF
               IF PV-ISSUED-DATE = WS-RUN-DATE
                   ADD 1 TO T-PD-ISSUED-TODAY(WS-PD-FOUND-IDX)
                   ADD 1 TO WS-TOT-ISSUED-TODAY
               END-IF
               IF PV-RETURNED-DATE NOT = 0
                   ADD 1 TO T-PD-RETURNED(WS-PD-FOUND-IDX)
                   ADD 1 TO WS-TOT-RETURNED
               END-IF
               IF PV-RETURNED-DATE = WS-RUN-DATE
                   ADD 1 TO T-PD-RETURNED-TODAY(WS-PD-FOUND-IDX)
                   ADD 1 TO WS-TOT-RETURNED-TODAY
               END-IF
           END-IF.

       FIND-DISTRICT-SLOT SECTION.
           MOVE 0 TO WS-PD-FOUND-IDX.
           MOVE 1 TO WS-PD-IDX.
           PERFORM UNTIL WS-PD-IDX > WS-PD-COUNT
                   OR T-PD-DISTRICT(WS-PD-IDX) NOT < PV-DISTRICT
               ADD 1 TO WS-PD-IDX
           END-PERFORM.
           IF WS-PD-IDX NOT > WS-PD-COUNT
               AND T-PD-DISTRICT(WS-PD-IDX) = PV-DISTRICT
               MOVE WS-PD-IDX TO WS-PD-FOUND-IDX
           ELSE
               IF WS-PD-COUNT < 300
                   MOVE WS-PD-COUNT TO WS-PD-SHIFT-IDX
                   PERFORM UNTIL WS-PD-SHIFT-IDX < WS-PD-IDX
                       MOVE WS-PD-ENTRY(WS-PD-SHIFT-IDX)
                           TO WS-PD-ENTRY(WS-PD-SHIFT-IDX + 1)
                       SUBTRACT 1 FROM WS-PD-SHIFT-IDX
                   END-PERFORM
                   ADD 1 TO WS-PD-COUNT
                   MOVE PV-DISTRICT TO T-PD-DISTRICT(WS-PD-IDX)
                   MOVE 0 TO T-PD-APPLIED(WS-PD-IDX)
                   MOVE 0 TO T-PD-APPLIED-TODAY(WS-PD-IDX)
                   MOVE 0 TO T-PD-ISSUED(WS-PD-IDX)
                   MOVE 0 TO T-PD-ISSUED-TODAY(WS-PD-IDX)
                   MOVE 0 TO T-PD-RETURNED(WS-PD-IDX)
                   MOVE 0 TO T-PD-RETURNED-TODAY(WS-PD-IDX)
                   MOVE WS-PD-IDX TO WS-PD-FOUND-IDX
               END-IF
           END-IF.

       WRITE-REPORT-LINE SECTION.
           WRITE REPORT-LINE.
           ADD 1 TO WS-REPORT-LINES.

       LOG-REPORT-INDEX SECTION.
           MOVE "POSTAL VOTE COUNT" TO RI-REPORT-NAME.
           MOVE "POSTAL-VOTE" TO RI-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO RI-RUN-DATE.
           MOVE WS-REPORT-LINES TO RI-LINE-COUNT.
           MOVE WS-REPORT-FILE-NAME TO RI-FILE-NAME.
           OPEN EXTEND ReportIndexFile.
           IF WS-REPORT-INDEX-STATUS = "35"
               CLOSE ReportIndexFile
               OPEN OUTPUT ReportIndexFile
           END-IF.
           WRITE REPORT-INDEX-RECORD.
           CLOSE ReportIndexFile.

       COPY "CHECK-DIGIT-PROMPT".

       COPY "SIGN-ON".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
           END-IF.

       COPY "ENV-SECTIONS".

       END PROGRAM POSTAL-VOTE.
