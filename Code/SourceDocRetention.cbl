       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOURCE-DOC-RETENTION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SourceDocFile
          ASSIGN TO "sourcedocs.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-SOURCE-DOC-STATUS.
       SELECT SourceDocWorkFile
          ASSIGN TO "sourcedocwork.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-SOURCE-DOC-WORK-STATUS.
       SELECT DestructionFile
          ASSIGN TO "destructionregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-DESTRUCTION-STATUS.
       SELECT DestructionReportFile
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
       SELECT SortFile
          ASSIGN TO "sourcedocsort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD SourceDocFile.
       COPY "SOURCE-DOC".

       FD SourceDocWorkFile.
       01 SOURCE-DOC-WORK-LINE PIC X(76).

       FD DestructionFile.
       01 DESTRUCTION-RECORD.
           05 DX-DOC-NUMBER PIC 9(8).
           05 DX-PERSON-ID PIC 9(6).
           05 DX-DOC-TYPE PIC X(2).
           05 DX-ARCHIVE-REF PIC X(15).
           05 DX-RETAIN-UNTIL PIC 9(8).
           05 DX-DESTROYED-DATE PIC 9(8).
           05 DX-CONFIRMED-BY PIC X(8).
           05 DX-TIMESTAMP PIC 9(14).

       FD DestructionReportFile.
       01 REPORT-LINE PIC X(100).

       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       SD SortFile.
       01 SORT-RECORD.
           05 SR-ARCHIVE-REF PIC X(15).
           05 SR-DOC-NUMBER PIC 9(8).
           05 SR-PERSON-ID PIC 9(6).
           05 SR-DOC-TYPE PIC X(2).
           05 SR-RECEIVED-DATE PIC 9(8).
           05 SR-RETAIN-UNTIL PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY "SOURCE-DOC-WS".
       01 WS-SOURCE-DOC-WORK-STATUS PIC X(2).
       01 WS-DESTRUCTION-STATUS PIC X(2).
       01 WS-REPORT-INDEX-STATUS PIC X(2).
       01 WS-REPORT-FILE-NAME PIC X(40).
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
           88 FN-REPORT VALUE "R" "r".
           88 FN-CONFIRM VALUE "C" "c".
       01 EOF-SWITCH PIC X VALUE "N".
           88 EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-STAMP-TIME PIC 9(8).
       01 WS-REPORT-YEAR PIC 9(4).
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
           05 WS-CUTOFF-CCYY PIC 9(4).
           05 WS-CUTOFF-MMDD PIC 9(4).
       01 WS-TOTAL-LINES PIC 9(6) VALUE 0.
       01 WS-DUE-COUNT PIC 9(6) VALUE 0.
       01 WS-DESTROYED-COUNT PIC 9(6) VALUE 0.
       01 WS-WANT-DOC-NUMBER PIC 9(8).
       01 WS-ANSWER PIC X.
       01 WS-DOC-FOUND-SWITCH PIC X.
           88 DOC-FOUND VALUE "Y".
       01 WS-CONFIRM-DONE-SWITCH PIC X VALUE "N".
           88 CONFIRM-DONE VALUE "Y".
       01 WS-CONFIRM-MATCH-SWITCH PIC X.
           88 CONFIRM-MATCHED VALUE "Y".
       01 WS-CONFIRM-COUNT PIC 9(3) VALUE 0.
       01 WS-CONFIRM-IDX PIC 9(3).
       01 WS-CONFIRM-TABLE.
           05 T-CONFIRM-DOC-NUMBER PIC 9(8) OCCURS 200 TIMES.
       01 WS-REPORT-HEADING.
           05 FILLER PIC X(9) VALUE "DOC-NO".
           05 FILLER PIC X(7) VALUE "PERSON".
           05 FILLER PIC X(22) VALUE "DOCUMENT TYPE".
           05 FILLER PIC X(16) VALUE "ARCHIVE REF".
           05 FILLER PIC X(9) VALUE "RECEIVED".
           05 FILLER PIC X(10) VALUE "RETAIN TO".
           05 FILLER PIC X(21) VALUE "DESTROYED  CONFIRMED".
       01 WS-REGISTER-HEADING.
           05 FILLER PIC X(9) VALUE "DOC-NO".
           05 FILLER PIC X(7) VALUE "PERSON".
           05 FILLER PIC X(22) VALUE "DOCUMENT TYPE".
           05 FILLER PIC X(16) VALUE "ARCHIVE REF".
           05 FILLER PIC X(9) VALUE "RETAINED".
           05 FILLER PIC X(10) VALUE "DESTROYED".
           05 FILLER PIC X(21) VALUE "CONFIRMED BY".
       01 WS-DETAIL-LINE.
           05 DL-DOC-NUMBER PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 DL-PERSON-ID PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 DL-TYPE-NAME PIC X(21).
           05 FILLER PIC X VALUE SPACE.
           05 DL-ARCHIVE-REF PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 DL-FIRST-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 DL-SECOND-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-SIGNOFF PIC X(21).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SOURCE DOCUMENT RETENTION AND DESTRUCTION".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           DISPLAY "Function (R=yearly destruction report, "
               "C=confirm destruction): " WITH NO ADVANCING.
           ACCEPT WS-FUNCTION.
           EVALUATE TRUE
               WHEN FN-REPORT PERFORM PRODUCE-DESTRUCTION-REPORT
               WHEN FN-CONFIRM
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM CONFIRM-DESTRUCTIONS
                   ELSE
                       DISPLAY "Confirming destruction requires a "
                           "supervisor."
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   DISPLAY "Unknown function."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       PRODUCE-DESTRUCTION-REPORT SECTION.
           DISPLAY "Report year (CCYY, 0 = current year): "
               WITH NO ADVANCING.
           ACCEPT WS-REPORT-YEAR.
           IF WS-REPORT-YEAR = 0
               MOVE WS-RUN-DATE(1:4) TO WS-REPORT-YEAR
           END-IF.
           MOVE WS-REPORT-YEAR TO WS-CUTOFF-CCYY.
           MOVE 1231 TO WS-CUTOFF-MMDD.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "docdestruction." DELIMITED BY SIZE
               WS-REPORT-YEAR DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING.
           OPEN OUTPUT DestructionReportFile.
           MOVE SPACES TO REPORT-LINE.
           STRING "SOURCE DOCUMENTS DUE FOR DESTRUCTION - RETENTION "
               DELIMITED BY SIZE
               "ENDED BY " DELIMITED BY SIZE
               WS-CUTOFF-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Produced " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               WS-SIGNON-ID DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-REPORT-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT SourceDocFile.
           IF WS-SOURCE-DOC-STATUS = "35"
               CONTINUE
           ELSE
               SORT SortFile
                   ON ASCENDING KEY SR-ARCHIVE-REF SR-DOC-NUMBER
                   INPUT PROCEDURE IS DUE-SORT-INPUT
                   OUTPUT PROCEDURE IS DUE-SORT-OUTPUT
               CLOSE SourceDocFile
           END-IF.
           IF WS-DUE-COUNT = 0
               MOVE "   None due." TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Documents due for destruction: " DELIMITED BY SIZE
               WS-DUE-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-DESTRUCTION-REGISTER.
           CLOSE DestructionReportFile.
           PERFORM LOG-REPORT-INDEX.
           DISPLAY "Documents due for destruction: " WS-DUE-COUNT.
           DISPLAY "Destructions confirmed in " WS-REPORT-YEAR ": "
               WS-DESTROYED-COUNT.
           DISPLAY "Report written to " WS-REPORT-FILE-NAME ".".

       DUE-SORT-INPUT SECTION.
           MOVE "N" TO SOURCE-DOC-EOF-SWITCH.
           PERFORM UNTIL SOURCE-DOC-EOF
               READ SourceDocFile
                   AT END SET SOURCE-DOC-EOF TO TRUE
               END-READ
               IF NOT SOURCE-DOC-EOF AND SI-FILED
                   AND SI-RETAIN-UNTIL NOT > WS-CUTOFF-DATE
                   MOVE SI-ARCHIVE-REF TO SR-ARCHIVE-REF
                   MOVE SI-DOC-NUMBER TO SR-DOC-NUMBER
                   MOVE SI-PERSON-ID TO SR-PERSON-ID
                   MOVE SI-DOC-TYPE TO SR-DOC-TYPE
                   MOVE SI-RECEIVED-DATE TO SR-RECEIVED-DATE
                   MOVE SI-RETAIN-UNTIL TO SR-RETAIN-UNTIL
                   RELEASE SORT-RECORD
               END-IF
           END-PERFORM.

       DUE-SORT-OUTPUT SECTION.
           MOVE "N" TO EOF-SWITCH.
           PERFORM UNTIL EOF
               RETURN SortFile
                   AT END SET EOF TO TRUE
                   NOT AT END
                       PERFORM WRITE-DUE-DETAIL
               END-RETURN
           END-PERFORM.

       WRITE-DUE-DETAIL SECTION.
           ADD 1 TO WS-DUE-COUNT.
           MOVE SR-DOC-TYPE TO SI-DOC-TYPE.
           PERFORM FIND-SOURCE-DOC-RULE.
           MOVE SR-DOC-NUMBER TO DL-DOC-NUMBER.
           MOVE SR-PERSON-ID TO DL-PERSON-ID.
           MOVE WS-SI-TYPE-NAME TO DL-TYPE-NAME.
           MOVE SR-ARCHIVE-REF TO DL-ARCHIVE-REF.
           MOVE SR-RECEIVED-DATE TO DL-FIRST-DATE.
           MOVE SR-RETAIN-UNTIL TO DL-SECOND-DATE.
           MOVE "________  ________" TO DL-SIGNOFF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-DESTRUCTION-REGISTER SECTION.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DESTRUCTIONS CONFIRMED IN " DELIMITED BY SIZE
               WS-REPORT-YEAR DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-REGISTER-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT DestructionFile.
           IF WS-DESTRUCTION-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO EOF-SWITCH
               PERFORM UNTIL EOF
                   READ DestructionFile
                       AT END SET EOF TO TRUE
                   END-READ
                   IF NOT EOF
                       AND DX-DESTROYED-DATE(1:4) = WS-REPORT-YEAR
                       PERFORM WRITE-REGISTER-DETAIL
                   END-IF
               END-PERFORM
               CLOSE DestructionFile
           END-IF.
           IF WS-DESTROYED-COUNT = 0
               MOVE "   None confirmed." TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REGISTER-DETAIL SECTION.
           ADD 1 TO WS-DESTROYED-COUNT.
           MOVE DX-DOC-TYPE TO SI-DOC-TYPE.
           PERFORM FIND-SOURCE-DOC-RULE.
           MOVE DX-DOC-NUMBER TO DL-DOC-NUMBER.
           MOVE DX-PERSON-ID TO DL-PERSON-ID.
           MOVE WS-SI-TYPE-NAME TO DL-TYPE-NAME.
           MOVE DX-ARCHIVE-REF TO DL-ARCHIVE-REF.
           MOVE DX-RETAIN-UNTIL TO DL-FIRST-DATE.
           MOVE DX-DESTROYED-DATE TO DL-SECOND-DATE.
           MOVE DX-CONFIRMED-BY TO DL-SIGNOFF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       CONFIRM-DESTRUCTIONS SECTION.
           PERFORM UNTIL CONFIRM-DONE
               DISPLAY "Document number destroyed (0 to finish): "
                   WITH NO ADVANCING
               ACCEPT WS-WANT-DOC-NUMBER
               IF WS-WANT-DOC-NUMBER = 0
                   SET CONFIRM-DONE TO TRUE
               ELSE
                   IF WS-CONFIRM-COUNT NOT < 200
                       DISPLAY "No more than 200 destructions per run "
                           "- finish and run again."
                       SET CONFIRM-DONE TO TRUE
                   ELSE
                       PERFORM CHECK-DESTRUCTION-CANDIDATE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CONFIRM-COUNT = 0
               DISPLAY "No destructions confirmed."
           ELSE
               PERFORM APPLY-DESTRUCTIONS
               DISPLAY WS-CONFIRM-COUNT " destruction(s) entered in "
                   "the destruction register."
           END-IF.

       CHECK-DESTRUCTION-CANDIDATE SECTION.
           PERFORM FIND-CONFIRMED-DOC.
           IF CONFIRM-MATCHED
               DISPLAY "Document " WS-WANT-DOC-NUMBER
                   " is already confirmed in this run."
           ELSE
               PERFORM FIND-SOURCE-DOC
               EVALUATE TRUE
                   WHEN NOT DOC-FOUND
                       DISPLAY "Document " WS-WANT-DOC-NUMBER
                           " is not in the index."
                       MOVE 1 TO RETURN-CODE
                   WHEN SI-DESTROYED
                       DISPLAY "Document " WS-WANT-DOC-NUMBER
                           " was destroyed on " SI-DESTROYED-DATE "."
                       MOVE 1 TO RETURN-CODE
                   WHEN SI-RETAIN-UNTIL NOT < WS-RUN-DATE
                       DISPLAY "Document " WS-WANT-DOC-NUMBER
                           " must be retained until "
                           SI-RETAIN-UNTIL " - refused."
                       MOVE 1 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM FIND-SOURCE-DOC-RULE
                       DISPLAY "  " WS-SI-TYPE-NAME " for PERSON-ID "
                           SI-PERSON-ID " in " SI-ARCHIVE-REF
                       DISPLAY "  Confirm destroyed (Y/N): "
                           WITH NO ADVANCING
                       ACCEPT WS-ANSWER
                       IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                           ADD 1 TO WS-CONFIRM-COUNT
                           MOVE WS-WANT-DOC-NUMBER
                               TO T-CONFIRM-DOC-NUMBER(WS-CONFIRM-COUNT)
                       END-IF
               END-EVALUATE
           END-IF.

       FIND-CONFIRMED-DOC SECTION.
           MOVE "N" TO WS-CONFIRM-MATCH-SWITCH.
           PERFORM VARYING WS-CONFIRM-IDX FROM 1 BY 1
                   UNTIL WS-CONFIRM-IDX > WS-CONFIRM-COUNT
                       OR CONFIRM-MATCHED
               IF T-CONFIRM-DOC-NUMBER(WS-CONFIRM-IDX)
                   = WS-WANT-DOC-NUMBER
                   SET CONFIRM-MATCHED TO TRUE
               END-IF
           END-PERFORM.

       FIND-SOURCE-DOC SECTION.
           MOVE "N" TO WS-DOC-FOUND-SWITCH.
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
                       AND SI-DOC-NUMBER = WS-WANT-DOC-NUMBER
                       SET DOC-FOUND TO TRUE
                       SET SOURCE-DOC-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE SourceDocFile
           END-IF.

       APPLY-DESTRUCTIONS SECTION.
           ACCEPT WS-STAMP-TIME FROM TIME.
           OPEN EXTEND DestructionFile.
           IF WS-DESTRUCTION-STATUS = "35"
               CLOSE DestructionFile
               OPEN OUTPUT DestructionFile
           END-IF.
           OPEN INPUT SourceDocFile.
           OPEN OUTPUT SourceDocWorkFile.
           MOVE "N" TO SOURCE-DOC-EOF-SWITCH.
           PERFORM UNTIL SOURCE-DOC-EOF
               READ SourceDocFile
                   AT END SET SOURCE-DOC-EOF TO TRUE
               END-READ
               IF NOT SOURCE-DOC-EOF
                   MOVE SI-DOC-NUMBER TO WS-WANT-DOC-NUMBER
                   PERFORM FIND-CONFIRMED-DOC
                   IF CONFIRM-MATCHED AND SI-FILED
                       PERFORM RECORD-DESTRUCTION
                   END-IF
                   MOVE SOURCE-DOC-RECORD TO SOURCE-DOC-WORK-LINE
                   WRITE SOURCE-DOC-WORK-LINE
               END-IF
           END-PERFORM.
           CLOSE SourceDocFile.
           CLOSE SourceDocWorkFile.
           CLOSE DestructionFile.
           OPEN INPUT SourceDocWorkFile.
           OPEN OUTPUT SourceDocFile.
           MOVE "N" TO EOF-SWITCH.
           PERFORM UNTIL EOF
               READ SourceDocWorkFile
                   AT END SET EOF TO TRUE
               END-READ
               IF NOT EOF
                   MOVE SOURCE-DOC-WORK-LINE TO SOURCE-DOC-RECORD
                   WRITE SOURCE-DOC-RECORD
               END-IF
           END-PERFORM.
           CLOSE SourceDocWorkFile.
           CLOSE SourceDocFile.

       RECORD-DESTRUCTION SECTION.
           SET SI-DESTROYED TO TRUE.
           MOVE WS-RUN-DATE TO SI-DESTROYED-DATE.
           MOVE SI-DOC-NUMBER TO DX-DOC-NUMBER.
           MOVE SI-PERSON-ID TO DX-PERSON-ID.
           MOVE SI-DOC-TYPE TO DX-DOC-TYPE.
           MOVE SI-ARCHIVE-REF TO DX-ARCHIVE-REF.
           MOVE SI-RETAIN-UNTIL TO DX-RETAIN-UNTIL.
           MOVE WS-RUN-DATE TO DX-DESTROYED-DATE.
           MOVE WS-SIGNON-ID TO DX-CONFIRMED-BY.
           STRING WS-RUN-DATE DELIMITED BY SIZE
               WS-STAMP-TIME(1:6) DELIMITED BY SIZE
               INTO DX-TIMESTAMP
           END-STRING.
           WRITE DESTRUCTION-RECORD.

       WRITE-REPORT-LINE SECTION.
           WRITE REPORT-LINE.
           ADD 1 TO WS-TOTAL-LINES.

       LOG-REPORT-INDEX SECTION.
           MOVE "DOCUMENT DESTRUCTION" TO RI-REPORT-NAME.
           MOVE "SOURCE-DOC-RETENTION" TO RI-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO RI-RUN-DATE.
           MOVE WS-TOTAL-LINES TO RI-LINE-COUNT.
           MOVE WS-REPORT-FILE-NAME TO RI-FILE-NAME.
           OPEN EXTEND ReportIndexFile.
           IF WS-REPORT-INDEX-STATUS = "35"
               CLOSE ReportIndexFile
               OPEN OUTPUT ReportIndexFile
           END-IF.
           WRITE REPORT-INDEX-RECORD.
           CLOSE ReportIndexFile.

       COPY "SOURCE-DOC-RULES".

       COPY "SIGN-ON".

       END PROGRAM SOURCE-DOC-RETENTION.
