       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-REVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OperatorMasterFile
          ASSIGN TO "operators.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-OPERATOR-MASTER-STATUS.
       SELECT SignonLogFile
          ASSIGN TO "signonlog.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-SIGNON-LOG-STATUS.
       SELECT AccessLogFile
          ASSIGN TO "accesslog.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ACCESS-LOG-STATUS.
       SELECT JournalFile
          ASSIGN TO DYNAMIC WS-ENV-JOURNAL
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT RecertFile
          ASSIGN TO "operrecert.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RECERT-STATUS.
       SELECT ApprovalQueueFile
          ASSIGN TO "approvalqueue.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-APPROVAL-QUEUE-STATUS.
       SELECT ReviewCardFile
          ASSIGN TO "reviewcard.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REVIEW-CARD-STATUS.
       SELECT ReportFile
          ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportIndexFile
          ASSIGN TO "reportindex.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REPORT-INDEX-STATUS.

       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ENV-PROFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EnvProfileFile.
       COPY "ENV-PROFILE".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       FD SignonLogFile.
       COPY "SIGNON-LOG".

       FD AccessLogFile.
       COPY "ACCESS-LOG".

       FD JournalFile.
       COPY "CHANGE-JOURNAL".

       FD RecertFile.
       COPY "OPERATOR-RECERT".

       FD ApprovalQueueFile.
       COPY "APPROVAL-QUEUE".

       FD ReviewCardFile.
       01 REVIEW-CARD-RECORD.
           05 RV-DORMANT-DAYS PIC 9(3).
           05 RV-DEADLINE-DAYS PIC 9(3).

       FD ReportFile.
       01 REPORT-LINE PIC X(100).

       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       WORKING-STORAGE SECTION.
       COPY "APPROVAL-WS".
       COPY "DAY-NUMBER-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-JOURNAL PIC X(40) VALUE "changejournal.txt".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2).
       01 WS-SIGNON-LOG-STATUS PIC X(2).
       01 WS-ACCESS-LOG-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-RECERT-STATUS PIC X(2).
       01 WS-REVIEW-CARD-STATUS PIC X(2).
       01 WS-REPORT-INDEX-STATUS PIC X(2).
       01 WS-REPORT-FILE-NAME PIC X(40).
       01 OPERATOR-EOF-SWITCH PIC X VALUE "N".
           88 OPERATOR-EOF VALUE "Y".
       01 WS-SIGNON-ID PIC X(8).
       01 WS-OPERATOR-ROLE PIC X.
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
           88 OPERATOR-CAN-UPDATE VALUE "S" "U".
       01 WS-OPERATOR-VALID-SWITCH PIC X VALUE "N".
           88 OPERATOR-VALID VALUE "Y".
       01 LOG-EOF-SWITCH PIC X VALUE "N".
           88 LOG-EOF VALUE "Y".
       01 RECERT-EOF-SWITCH PIC X VALUE "N".
           88 RECERT-EOF VALUE "Y".
       01 WS-FUNCTION PIC X.
           88 FN-DORMANT-SCAN VALUE "D" "d".
           88 FN-RECERT-LIST VALUE "Q" "q".
           88 FN-RECERT-DECIDE VALUE "C" "c".
       01 WS-DECISION PIC X.
           88 DECISION-CONFIRM VALUE "C" "c".
           88 DECISION-REVOKE VALUE "R" "r".
       01 WS-DORMANT-DAYS PIC 9(3) VALUE 90.
       01 WS-DEADLINE-DAYS PIC 9(3) VALUE 30.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DAYNUM PIC 9(8).
       01 WS-IDLE-DAYS PIC S9(8).
       01 WS-IDLE-TEXT PIC Z(7)9.
       01 WS-OPERATOR-TABLE.
           05 WS-OR-ENTRY OCCURS 100 TIMES.
               10 T-OR-MASTER.
                   15 T-OR-ID PIC X(8).
                   15 T-OR-NAME PIC X(20).
                   15 T-OR-ROLE PIC X.
                   15 T-OR-ACTIVE-FLAG PIC X.
                   15 T-OR-MUNICIPALITIES PIC X(20).
                   15 T-OR-PERSON-ID PIC 9(6).
               10 T-OR-LAST-ACTIVITY PIC 9(8).
               10 T-OR-CHANGES PIC 9(6).
       01 WS-OR-COUNT PIC 9(3) VALUE 0.
       01 WS-OR-IDX PIC 9(3).
       01 WS-OR-FOUND-IDX PIC 9(3).
       01 WS-OR-OVERFLOW-SWITCH PIC X VALUE "N".
           88 OPERATOR-TABLE-OVERFLOW VALUE "Y".
       01 WS-RC-OVERFLOW-SWITCH PIC X VALUE "N".
           88 RECERT-TABLE-OVERFLOW VALUE "Y".
       01 WS-SLOT-OPERATOR-ID PIC X(8).
       01 WS-SLOT-DATE PIC 9(8).
       01 WS-RECERT-TABLE.
           05 WS-RC-ENTRY OCCURS 400 TIMES.
               10 T-RC-QUARTER PIC X(6).
               10 T-RC-OPERATOR-ID PIC X(8).
               10 T-RC-ROLE PIC X.
               10 T-RC-LAST-ACTIVITY PIC 9(8).
               10 T-RC-CHANGE-COUNT PIC 9(6).
               10 T-RC-ISSUED-DATE PIC 9(8).
               10 T-RC-DEADLINE-DATE PIC 9(8).
               10 T-RC-STATUS PIC X.
               10 T-RC-DECIDED-BY PIC X(8).
               10 T-RC-DECISION-DATE PIC 9(8).
       01 WS-RC-COUNT PIC 9(3) VALUE 0.
       01 WS-RC-IDX PIC 9(3).
       01 WS-MASTER-CHANGED-SWITCH PIC X VALUE "N".
           88 MASTER-CHANGED VALUE "Y".
       01 WS-RECERT-CHANGED-SWITCH PIC X VALUE "N".
           88 RECERT-CHANGED VALUE "Y".
       01 WS-DORMANT-SWITCH PIC X.
           88 OPERATOR-DORMANT VALUE "Y".
       01 WS-PENDING-SWITCH PIC X.
           88 DEACTIVATION-PENDING VALUE "Y".
       01 WS-PENDING-REQUEST-ID PIC 9(6).
       01 WS-ISSUED-SWITCH PIC X.
           88 QUARTER-ALREADY-ISSUED VALUE "Y".
       01 WS-RUN-MONTH PIC 9(2).
       01 WS-REVIEW-YEAR PIC 9(4).
       01 WS-REVIEW-QTR PIC 9.
       01 WS-QTR-FIRST-MONTH PIC 9(2).
       01 WS-QTR-FROM PIC 9(6).
       01 WS-QTR-TO PIC 9(6).
       01 WS-ENTRY-MONTH PIC 9(6).
       01 WS-REVIEW-QUARTER PIC X(6).
       01 WS-DEADLINE-DATE PIC 9(8).
       01 WS-DEADLINE-PARTS REDEFINES WS-DEADLINE-DATE.
           05 WS-DL-CCYY PIC 9(4).
           05 WS-DL-MM PIC 9(2).
           05 WS-DL-DD PIC 9(2).
       01 WS-MONTH-DAYS-VALUES PIC X(24)
           VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05 WS-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
       01 WS-MONTH-LENGTH PIC 9(2).
       01 WS-LEAP-QUOTIENT PIC 9(4).
       01 WS-LEAP-REMAINDER PIC 9(4).
       01 WS-DORMANT-COUNT PIC 9(4) VALUE 0.
       01 WS-PROPOSED-COUNT PIC 9(4) VALUE 0.
       01 WS-DEACTIVATED-COUNT PIC 9(4) VALUE 0.
       01 WS-SUSPENDED-COUNT PIC 9(4) VALUE 0.
       01 WS-DECIDED-COUNT PIC 9(4) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(4) VALUE 0.
       01 WS-TOTAL-LINES PIC 9(6) VALUE 0.
       01 WS-STATUS-TEXT PIC X(10).
       01 WS-RECERT-LINE.
           05 WRL-OPERATOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WRL-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WRL-ROLE PIC X.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WRL-LAST-ACTIVITY PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WRL-CHANGES PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WRL-STATUS PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WRL-CONFIRM PIC X(9) VALUE "[ ]".
           05 WRL-REVOKE PIC X(3) VALUE "[ ]".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "OPERATOR REVIEW AND RECERTIFICATION".
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "Operator review requires a supervisor - "
                   "run refused."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-REVIEW-CARD.
           PERFORM SET-REVIEW-QUARTER.
           PERFORM LOAD-OPERATOR-TABLE.
           IF WS-OR-COUNT = 0
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF OPERATOR-TABLE-OVERFLOW
               DISPLAY "More than 100 operators on the master - "
                   "review refused, the master would be truncated."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-RECERT-FILE.
           IF RECERT-TABLE-OVERFLOW
               DISPLAY "More than 400 recertification entries on "
                   "file - review refused, the file would be "
                   "truncated."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ENFORCE-RECERT-DEADLINE.
           DISPLAY "Function (D=dormant operator scan, "
               "Q=quarterly recertification list, "
               "C=record recertification decisions): "
               WITH NO ADVANCING.
           ACCEPT WS-FUNCTION.
           EVALUATE TRUE
               WHEN FN-DORMANT-SCAN
                   PERFORM GATHER-OPERATOR-ACTIVITY
                   PERFORM DORMANT-OPERATOR-SCAN
               WHEN FN-RECERT-LIST
                   PERFORM GATHER-OPERATOR-ACTIVITY
                   PERFORM ISSUE-RECERT-LIST
               WHEN FN-RECERT-DECIDE
                   PERFORM RECORD-RECERT-DECISIONS
               WHEN OTHER
                   DISPLAY "Unknown function."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           IF RECERT-CHANGED
               PERFORM SAVE-RECERT-FILE
           END-IF.
           IF MASTER-CHANGED
               PERFORM SAVE-OPERATOR-TABLE
           END-IF.
           GOBACK.

       READ-REVIEW-CARD SECTION.
           OPEN INPUT ReviewCardFile.
           IF WS-REVIEW-CARD-STATUS = "35"
               CONTINUE
           ELSE
               READ ReviewCardFile
                   AT END CONTINUE
                   NOT AT END
                       IF RV-DORMANT-DAYS IS NUMERIC
                           AND RV-DORMANT-DAYS > 0
                           MOVE RV-DORMANT-DAYS TO WS-DORMANT-DAYS
                       END-IF
                       IF RV-DEADLINE-DAYS IS NUMERIC
                           AND RV-DEADLINE-DAYS > 0
                           MOVE RV-DEADLINE-DAYS TO WS-DEADLINE-DAYS
                       END-IF
               END-READ
               CLOSE ReviewCardFile
           END-IF.

       SET-REVIEW-QUARTER SECTION.
           MOVE WS-RUN-DATE(1:4) TO WS-REVIEW-YEAR.
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH.
           COMPUTE WS-REVIEW-QTR = (WS-RUN-MONTH - 1) / 3.
           IF WS-REVIEW-QTR = 0
               MOVE 4 TO WS-REVIEW-QTR
               SUBTRACT 1 FROM WS-REVIEW-YEAR
           END-IF.
           COMPUTE WS-QTR-FIRST-MONTH = (WS-REVIEW-QTR - 1) * 3 + 1.
           COMPUTE WS-QTR-FROM =
               WS-REVIEW-YEAR * 100 + WS-QTR-FIRST-MONTH.
           COMPUTE WS-QTR-TO = WS-QTR-FROM + 2.
           MOVE SPACES TO WS-REVIEW-QUARTER.
           STRING WS-REVIEW-YEAR DELIMITED BY SIZE
               "Q" DELIMITED BY SIZE
               WS-REVIEW-QTR DELIMITED BY SIZE
               INTO WS-REVIEW-QUARTER
           END-STRING.

       LOAD-OPERATOR-TABLE SECTION.
           MOVE 0 TO WS-OR-COUNT.
           MOVE "N" TO OPERATOR-EOF-SWITCH.
           OPEN INPUT OperatorMasterFile.
           IF WS-OPERATOR-MASTER-STATUS = "35"
               DISPLAY "No operator master on file."
           ELSE
               PERFORM UNTIL OPERATOR-EOF
                   READ OperatorMasterFile
                       AT END SET OPERATOR-EOF TO TRUE
                   END-READ
                   IF NOT OPERATOR-EOF
                       IF WS-OR-COUNT = 100
                           SET OPERATOR-TABLE-OVERFLOW TO TRUE
                           SET OPERATOR-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-OR-COUNT
                           MOVE OPERATOR-MASTER-RECORD
                               TO T-OR-MASTER(WS-OR-COUNT)
                           MOVE 0 TO T-OR-LAST-ACTIVITY(WS-OR-COUNT)
                           MOVE 0 TO T-OR-CHANGES(WS-OR-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE OperatorMasterFile
           END-IF.

       SAVE-OPERATOR-TABLE SECTION.
           OPEN OUTPUT OperatorMasterFile.
           PERFORM VARYING WS-OR-IDX FROM 1 BY 1
                   UNTIL WS-OR-IDX > WS-OR-COUNT
               MOVE T-OR-MASTER(WS-OR-IDX) TO OPERATOR-MASTER-RECORD
               WRITE OPERATOR-MASTER-RECORD
           END-PERFORM.
           CLOSE OperatorMasterFile.
           DISPLAY "Operator master rewritten.".

       FIND-OPERATOR-SLOT SECTION.
           MOVE 0 TO WS-OR-FOUND-IDX.
           PERFORM VARYING WS-OR-IDX FROM 1 BY 1
                   UNTIL WS-OR-IDX > WS-OR-COUNT
               IF T-OR-ID(WS-OR-IDX) = WS-SLOT-OPERATOR-ID
                   MOVE WS-OR-IDX TO WS-OR-FOUND-IDX
               END-IF
           END-PERFORM.

       LOAD-RECERT-FILE SECTION.
           MOVE 0 TO WS-RC-COUNT.
           MOVE "N" TO RECERT-EOF-SWITCH.
           OPEN INPUT RecertFile.
           IF WS-RECERT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL RECERT-EOF
                   READ RecertFile
                       AT END SET RECERT-EOF TO TRUE
                   END-READ
                   IF NOT RECERT-EOF
                       IF WS-RC-COUNT = 400
                           SET RECERT-TABLE-OVERFLOW TO TRUE
                           SET RECERT-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-RC-COUNT
                           MOVE OPERATOR-RECERT-RECORD
                               TO WS-RC-ENTRY(WS-RC-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RecertFile
           END-IF.

       SAVE-RECERT-FILE SECTION.
           OPEN OUTPUT RecertFile.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               MOVE WS-RC-ENTRY(WS-RC-IDX) TO OPERATOR-RECERT-RECORD
               WRITE OPERATOR-RECERT-RECORD
           END-PERFORM.
           CLOSE RecertFile.

       ENFORCE-RECERT-DEADLINE SECTION.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               IF T-RC-STATUS(WS-RC-IDX) = "P"
                   AND WS-RUN-DATE > T-RC-DEADLINE-DATE(WS-RC-IDX)
                   PERFORM SUSPEND-UNCONFIRMED-OPERATOR
               END-IF
           END-PERFORM.
           IF WS-SUSPENDED-COUNT > 0
               DISPLAY "Operators suspended for missed "
                   "recertification: " WS-SUSPENDED-COUNT
           END-IF.

       SUSPEND-UNCONFIRMED-OPERATOR SECTION.
           MOVE "S" TO T-RC-STATUS(WS-RC-IDX).
           MOVE "DEADLINE" TO T-RC-DECIDED-BY(WS-RC-IDX).
           MOVE WS-RUN-DATE TO T-RC-DECISION-DATE(WS-RC-IDX).
           SET RECERT-CHANGED TO TRUE.
           MOVE T-RC-OPERATOR-ID(WS-RC-IDX) TO WS-SLOT-OPERATOR-ID.
           PERFORM FIND-OPERATOR-SLOT.
           IF WS-OR-FOUND-IDX NOT = 0
               AND T-OR-ACTIVE-FLAG(WS-OR-FOUND-IDX) = "A"
               MOVE "S" TO T-OR-ACTIVE-FLAG(WS-OR-FOUND-IDX)
               SET MASTER-CHANGED TO TRUE
               ADD 1 TO WS-SUSPENDED-COUNT
               DISPLAY "Operator " T-RC-OPERATOR-ID(WS-RC-IDX)
                   " not recertified for " T-RC-QUARTER(WS-RC-IDX)
                   " by " T-RC-DEADLINE-DATE(WS-RC-IDX)
                   " - suspended."
           END-IF.

       GATHER-OPERATOR-ACTIVITY SECTION.
           MOVE "N" TO LOG-EOF-SWITCH.
           OPEN INPUT SignonLogFile.
           IF WS-SIGNON-LOG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL LOG-EOF
                   READ SignonLogFile
                       AT END SET LOG-EOF TO TRUE
                   END-READ
                   IF NOT LOG-EOF
                       MOVE SL-OPERATOR-ID TO WS-SLOT-OPERATOR-ID
                       MOVE SL-TIMESTAMP(1:8) TO WS-SLOT-DATE
                       PERFORM NOTE-OPERATOR-ACTIVITY
                   END-IF
               END-PERFORM
               CLOSE SignonLogFile
           END-IF.
           MOVE "N" TO LOG-EOF-SWITCH.
           OPEN INPUT AccessLogFile.
           IF WS-ACCESS-LOG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL LOG-EOF
                   READ AccessLogFile
                       AT END SET LOG-EOF TO TRUE
                   END-READ
                   IF NOT LOG-EOF
                       MOVE AX-OPERATOR-ID TO WS-SLOT-OPERATOR-ID
                       MOVE AX-TIMESTAMP(1:8) TO WS-SLOT-DATE
                       PERFORM NOTE-OPERATOR-ACTIVITY
                   END-IF
               END-PERFORM
               CLOSE AccessLogFile
           END-IF.
           MOVE "N" TO LOG-EOF-SWITCH.
           OPEN INPUT JournalFile.
           IF WS-JOURNAL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL LOG-EOF
                   READ JournalFile
                       AT END SET LOG-EOF TO TRUE
                   END-READ
                   IF NOT LOG-EOF
                       MOVE CJ-OPERATOR-ID TO WS-SLOT-OPERATOR-ID
                       MOVE CJ-TIMESTAMP(1:8) TO WS-SLOT-DATE
                       PERFORM NOTE-OPERATOR-ACTIVITY
                       MOVE CJ-TIMESTAMP(1:6) TO WS-ENTRY-MONTH
                       IF WS-OR-FOUND-IDX NOT = 0
                           AND WS-ENTRY-MONTH NOT < WS-QTR-FROM
                           AND WS-ENTRY-MONTH NOT > WS-QTR-TO
                           ADD 1 TO T-OR-CHANGES(WS-OR-FOUND-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE JournalFile
           END-IF.

       NOTE-OPERATOR-ACTIVITY SECTION.
           PERFORM FIND-OPERATOR-SLOT.
           IF WS-OR-FOUND-IDX NOT = 0
               AND WS-SLOT-DATE > T-OR-LAST-ACTIVITY(WS-OR-FOUND-IDX)
               MOVE WS-SLOT-DATE
                   TO T-OR-LAST-ACTIVITY(WS-OR-FOUND-IDX)
           END-IF.

       DORMANT-OPERATOR-SCAN SECTION.
           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE WS-DN-DAYS TO WS-RUN-DAYNUM.
           PERFORM LOAD-APPROVAL-QUEUE.
           DISPLAY "Active operators idle for more than "
               WS-DORMANT-DAYS " days:".
           PERFORM VARYING WS-OR-IDX FROM 1 BY 1
                   UNTIL WS-OR-IDX > WS-OR-COUNT
               IF T-OR-ACTIVE-FLAG(WS-OR-IDX) = "A"
                   AND T-OR-ID(WS-OR-IDX) NOT = WS-SIGNON-ID
                   PERFORM CHECK-OPERATOR-DORMANT
               END-IF
           END-PERFORM.
           IF WS-DORMANT-COUNT = 0
               DISPLAY "  None."
           END-IF.
           DISPLAY "Dormant operators:         " WS-DORMANT-COUNT.
           DISPLAY "Deactivations proposed:    " WS-PROPOSED-COUNT.
           DISPLAY "Deactivated (approved):    " WS-DEACTIVATED-COUNT.

       CHECK-OPERATOR-DORMANT SECTION.
           MOVE "N" TO WS-DORMANT-SWITCH.
           IF T-OR-LAST-ACTIVITY(WS-OR-IDX) = 0
               SET OPERATOR-DORMANT TO TRUE
               DISPLAY "  " T-OR-ID(WS-OR-IDX) " "
                   T-OR-NAME(WS-OR-IDX) " role "
                   T-OR-ROLE(WS-OR-IDX) " - no recorded activity"
           ELSE
               MOVE T-OR-LAST-ACTIVITY(WS-OR-IDX) TO WS-DN-DATE
               PERFORM DATE-TO-DAY-NUMBER
               COMPUTE WS-IDLE-DAYS = WS-RUN-DAYNUM - WS-DN-DAYS
               IF WS-IDLE-DAYS > WS-DORMANT-DAYS
                   SET OPERATOR-DORMANT TO TRUE
                   MOVE WS-IDLE-DAYS TO WS-IDLE-TEXT
                   DISPLAY "  " T-OR-ID(WS-OR-IDX) " "
                       T-OR-NAME(WS-OR-IDX) " role "
                       T-OR-ROLE(WS-OR-IDX) " - last activity "
                       T-OR-LAST-ACTIVITY(WS-OR-IDX) ","
                       WS-IDLE-TEXT " days idle"
               END-IF
           END-IF.
           IF OPERATOR-DORMANT
               ADD 1 TO WS-DORMANT-COUNT
               PERFORM PROPOSE-DEACTIVATION
           END-IF.

       PROPOSE-DEACTIVATION SECTION.
           MOVE "O" TO WS-AQ-WANT-ACTION.
           MOVE 0 TO WS-AQ-WANT-ID.
           MOVE 0 TO WS-AQ-WANT-ID-2.
           MOVE T-OR-ID(WS-OR-IDX) TO WS-AQ-WANT-OPERATOR.
           PERFORM FIND-APPROVED-TICKET.
           IF AQ-TICKET-FOUND
               MOVE "I" TO T-OR-ACTIVE-FLAG(WS-OR-IDX)
               SET MASTER-CHANGED TO TRUE
               ADD 1 TO WS-DEACTIVATED-COUNT
               DISPLAY "    deactivated under approved request "
                   T-AQ-REQUEST-ID(WS-AQ-FOUND-IDX) "."
               PERFORM CONSUME-APPROVED-TICKET
           ELSE
               PERFORM FIND-PENDING-DEACTIVATION
               IF DEACTIVATION-PENDING
                   DISPLAY "    deactivation already awaiting "
                       "approval (request " WS-PENDING-REQUEST-ID
                       ")."
               ELSE
                   PERFORM FILE-APPROVAL-REQUEST
                   ADD 1 TO WS-PROPOSED-COUNT
               END-IF
           END-IF.

       FIND-PENDING-DEACTIVATION SECTION.
           MOVE "N" TO WS-PENDING-SWITCH.
           MOVE 0 TO WS-PENDING-REQUEST-ID.
           PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT
               IF T-AQ-STATUS(WS-AQ-IDX) = "P"
                   AND T-AQ-ACTION(WS-AQ-IDX) = "O"
                   AND T-AQ-OPERATOR-ID(WS-AQ-IDX)
                       = WS-AQ-WANT-OPERATOR
                   SET DEACTIVATION-PENDING TO TRUE
                   MOVE T-AQ-REQUEST-ID(WS-AQ-IDX)
                       TO WS-PENDING-REQUEST-ID
               END-IF
           END-PERFORM.

       ISSUE-RECERT-LIST SECTION.
           MOVE "N" TO WS-ISSUED-SWITCH.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               IF T-RC-QUARTER(WS-RC-IDX) = WS-REVIEW-QUARTER
                   SET QUARTER-ALREADY-ISSUED TO TRUE
               END-IF
           END-PERFORM.
           IF QUARTER-ALREADY-ISSUED
               DISPLAY "Recertification for " WS-REVIEW-QUARTER
                   " was already issued - reprinting the list."
           ELSE
               PERFORM COMPUTE-DEADLINE-DATE
               PERFORM VARYING WS-OR-IDX FROM 1 BY 1
                       UNTIL WS-OR-IDX > WS-OR-COUNT
                   IF T-OR-ACTIVE-FLAG(WS-OR-IDX) = "A"
                       OR T-OR-ACTIVE-FLAG(WS-OR-IDX) = "S"
                       PERFORM ADD-RECERT-ENTRY
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM WRITE-RECERT-REPORT.

       ADD-RECERT-ENTRY SECTION.
           IF WS-RC-COUNT = 400
               DISPLAY "Recertification file is full - operator "
                   T-OR-ID(WS-OR-IDX) " not listed."
               MOVE 2 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-RC-COUNT
               MOVE WS-REVIEW-QUARTER TO T-RC-QUARTER(WS-RC-COUNT)
               MOVE T-OR-ID(WS-OR-IDX)
                   TO T-RC-OPERATOR-ID(WS-RC-COUNT)
               MOVE T-OR-ROLE(WS-OR-IDX) TO T-RC-ROLE(WS-RC-COUNT)
               MOVE T-OR-LAST-ACTIVITY(WS-OR-IDX)
                   TO T-RC-LAST-ACTIVITY(WS-RC-COUNT)
               MOVE T-OR-CHANGES(WS-OR-IDX)
                   TO T-RC-CHANGE-COUNT(WS-RC-COUNT)
               MOVE WS-RUN-DATE TO T-RC-ISSUED-DATE(WS-RC-COUNT)
               MOVE WS-DEADLINE-DATE
                   TO T-RC-DEADLINE-DATE(WS-RC-COUNT)
               MOVE "P" TO T-RC-STATUS(WS-RC-COUNT)
               MOVE SPACES TO T-RC-DECIDED-BY(WS-RC-COUNT)
               MOVE 0 TO T-RC-DECISION-DATE(WS-RC-COUNT)
               SET RECERT-CHANGED TO TRUE
           END-IF.

       COMPUTE-DEADLINE-DATE SECTION.
           MOVE WS-RUN-DATE TO WS-DEADLINE-DATE.
           PERFORM ADVANCE-ONE-DAY WS-DEADLINE-DAYS TIMES.

       ADVANCE-ONE-DAY SECTION.
           MOVE WS-MONTH-DAYS(WS-DL-MM) TO WS-MONTH-LENGTH.
           IF WS-DL-MM = 2
               DIVIDE WS-DL-CCYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                   MOVE 29 TO WS-MONTH-LENGTH
                   DIVIDE WS-DL-CCYY BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       DIVIDE WS-DL-CCYY BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = 0
                           MOVE 28 TO WS-MONTH-LENGTH
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-DL-DD < WS-MONTH-LENGTH
               ADD 1 TO WS-DL-DD
           ELSE
               MOVE 1 TO WS-DL-DD
               IF WS-DL-MM = 12
                   MOVE 1 TO WS-DL-MM
                   ADD 1 TO WS-DL-CCYY
               ELSE
                   ADD 1 TO WS-DL-MM
               END-IF
           END-IF.

       WRITE-RECERT-REPORT SECTION.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "operrecert." DELIMITED BY SIZE
               WS-REVIEW-QUARTER DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING.
           OPEN OUTPUT ReportFile.
           MOVE "OPERATOR ACCESS RECERTIFICATION" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Quarter " DELIMITED BY SIZE
               WS-REVIEW-QUARTER DELIMITED BY SIZE
               " - department heads confirm or revoke each "
               DELIMITED BY SIZE
               "operator by the deadline below." DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "OPERATOR  NAME                  ROLE LAST-ACT  "
               DELIMITED BY SIZE
               "CHANGES  STATUS      CONFIRM  REVOKE"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 3 TO WS-TOTAL-LINES.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               IF T-RC-QUARTER(WS-RC-IDX) = WS-REVIEW-QUARTER
                   PERFORM WRITE-RECERT-LINE
               END-IF
           END-PERFORM.
           IF WS-LISTED-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "Deadline for decisions: " DELIMITED BY SIZE
                   WS-DEADLINE-DATE DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WS-TOTAL-LINES
           END-IF.
           CLOSE ReportFile.
           PERFORM LOG-REPORT-INDEX.
           DISPLAY "Operators listed: " WS-LISTED-COUNT.
           DISPLAY "Recertification list written to "
               WS-REPORT-FILE-NAME.

       WRITE-RECERT-LINE SECTION.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE T-RC-OPERATOR-ID(WS-RC-IDX) TO WRL-OPERATOR.
           MOVE T-RC-OPERATOR-ID(WS-RC-IDX) TO WS-SLOT-OPERATOR-ID.
           PERFORM FIND-OPERATOR-SLOT.
           IF WS-OR-FOUND-IDX = 0
               MOVE "(not on master)" TO WRL-NAME
           ELSE
               MOVE T-OR-NAME(WS-OR-FOUND-IDX) TO WRL-NAME
           END-IF.
           MOVE T-RC-ROLE(WS-RC-IDX) TO WRL-ROLE.
           IF T-RC-LAST-ACTIVITY(WS-RC-IDX) = 0
               MOVE "never" TO WRL-LAST-ACTIVITY
           ELSE
               MOVE T-RC-LAST-ACTIVITY(WS-RC-IDX)
                   TO WRL-LAST-ACTIVITY
           END-IF.
           MOVE T-RC-CHANGE-COUNT(WS-RC-IDX) TO WRL-CHANGES.
           MOVE T-RC-DEADLINE-DATE(WS-RC-IDX) TO WS-DEADLINE-DATE.
           PERFORM SET-RECERT-STATUS-TEXT.
           MOVE WS-STATUS-TEXT TO WRL-STATUS.
           WRITE REPORT-LINE FROM WS-RECERT-LINE.
           ADD 1 TO WS-TOTAL-LINES.

       SET-RECERT-STATUS-TEXT SECTION.
           EVALUATE T-RC-STATUS(WS-RC-IDX)
               WHEN "P" MOVE "pending" TO WS-STATUS-TEXT
               WHEN "C" MOVE "confirmed" TO WS-STATUS-TEXT
               WHEN "R" MOVE "revoked" TO WS-STATUS-TEXT
               WHEN "S" MOVE "suspended" TO WS-STATUS-TEXT
               WHEN OTHER MOVE "unknown" TO WS-STATUS-TEXT
           END-EVALUATE.

       RECORD-RECERT-DECISIONS SECTION.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               IF T-RC-STATUS(WS-RC-IDX) = "P"
                   OR T-RC-STATUS(WS-RC-IDX) = "S"
                   PERFORM DECIDE-ONE-RECERT
               END-IF
           END-PERFORM.
           IF WS-DECIDED-COUNT = 0
               DISPLAY "No recertification decisions recorded."
           ELSE
               DISPLAY "Decisions recorded: " WS-DECIDED-COUNT
           END-IF.

       DECIDE-ONE-RECERT SECTION.
           MOVE T-RC-OPERATOR-ID(WS-RC-IDX) TO WS-SLOT-OPERATOR-ID.
           PERFORM FIND-OPERATOR-SLOT.
           PERFORM SET-RECERT-STATUS-TEXT.
           DISPLAY " ".
           DISPLAY "Quarter " T-RC-QUARTER(WS-RC-IDX)
               " operator " T-RC-OPERATOR-ID(WS-RC-IDX)
               " role " T-RC-ROLE(WS-RC-IDX)
               " last activity " T-RC-LAST-ACTIVITY(WS-RC-IDX)
               " changes " T-RC-CHANGE-COUNT(WS-RC-IDX).
           DISPLAY "  status " WS-STATUS-TEXT
               " deadline " T-RC-DEADLINE-DATE(WS-RC-IDX).
           IF T-RC-OPERATOR-ID(WS-RC-IDX) = WS-SIGNON-ID
               DISPLAY "  NOTE: this is your own access."
           END-IF.
           DISPLAY "Confirm or revoke (C/R, anything else skips): "
               WITH NO ADVANCING.
           ACCEPT WS-DECISION.
           EVALUATE TRUE
               WHEN DECISION-CONFIRM
                   MOVE "C" TO T-RC-STATUS(WS-RC-IDX)
                   PERFORM STAMP-RECERT-DECISION
                   IF WS-OR-FOUND-IDX NOT = 0
                       AND T-OR-ACTIVE-FLAG(WS-OR-FOUND-IDX) = "S"
                       MOVE "A" TO T-OR-ACTIVE-FLAG(WS-OR-FOUND-IDX)
                       SET MASTER-CHANGED TO TRUE
                       DISPLAY "Confirmed - operator reinstated."
                   ELSE
                       DISPLAY "Confirmed."
                   END-IF
               WHEN DECISION-REVOKE
                   MOVE "R" TO T-RC-STATUS(WS-RC-IDX)
                   PERFORM STAMP-RECERT-DECISION
                   IF WS-OR-FOUND-IDX NOT = 0
                       MOVE "I" TO T-OR-ACTIVE-FLAG(WS-OR-FOUND-IDX)
                       SET MASTER-CHANGED TO TRUE
                   END-IF
                   DISPLAY "Revoked - operator deactivated."
               WHEN OTHER
                   DISPLAY "Left " WS-STATUS-TEXT "."
           END-EVALUATE.

       STAMP-RECERT-DECISION SECTION.
           MOVE WS-SIGNON-ID TO T-RC-DECIDED-BY(WS-RC-IDX).
           MOVE WS-RUN-DATE TO T-RC-DECISION-DATE(WS-RC-IDX).
           SET RECERT-CHANGED TO TRUE.
           ADD 1 TO WS-DECIDED-COUNT.

       LOG-REPORT-INDEX SECTION.
           MOVE "OPERATOR RECERT" TO RI-REPORT-NAME.
           MOVE "OPERATOR-REVIEW" TO RI-PROGRAM-NAME.
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

       COPY "APPROVAL".

       COPY "DAY-NUMBER".

       COPY "SIGN-ON".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-JOURNAL TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-JOURNAL
           END-IF.

       COPY "ENV-SECTIONS".

       END PROGRAM OPERATOR-REVIEW.
