       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGEBACK-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DepartmentFile
          ASSIGN TO "departments.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-DEPARTMENT-STATUS.
       SELECT RateCardFile
          ASSIGN TO "chargerates.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RATE-CARD-STATUS.
       SELECT ChargebackCardFile
          ASSIGN TO "chargebackcard.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CHARGEBACK-CARD-STATUS.
       SELECT BatchStatusFile
          ASSIGN TO "batchstatus.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-BATCH-STATUS-STATUS.
       SELECT CallStatsFile
          ASSIGN TO "callstats.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CALL-STATS-STATUS.
       SELECT ReportIndexFile
          ASSIGN TO "reportindex.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REPORT-INDEX-STATUS.
       SELECT TransmitRegisterFile
          ASSIGN TO "transmitregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-TRANSMIT-REGISTER-STATUS.
       SELECT InvoiceRegisterFile
          ASSIGN TO "invoiceregister.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS IV-INVOICE-NUMBER
          ALTERNATE RECORD KEY IS IV-REQUESTER WITH DUPLICATES
          ALTERNATE RECORD KEY IS IV-INVOICE-DATE WITH DUPLICATES
          FILE STATUS IS WS-INVOICE-REGISTER-STATUS.
       SELECT ReportFile
          ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DepartmentFile.
       COPY "DEPARTMENT-MAP".

       FD RateCardFile.
       01 RATE-CARD-RECORD.
           05 RT-RATE-PER-MINUTE PIC 9(3)V99.
           05 RT-RATE-PER-1000-LINES PIC 9(3)V99.
           05 RT-RATE-PER-RECORD PIC 9(1)V9(4).
           05 RT-RATE-PER-CALL PIC 9(1)V9(4).

       FD ChargebackCardFile.
       01 CHARGEBACK-CARD-RECORD.
           05 CB-MONTH PIC 9(6).

       FD BatchStatusFile.
       COPY "BATCH-STATUS".

       FD CallStatsFile.
       COPY "CALL-STATS".

       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       FD TransmitRegisterFile.
       COPY "TRANSMIT-REGISTER".

       FD InvoiceRegisterFile.
       COPY "INVOICE-REGISTER".

       FD ReportFile.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-DEPARTMENT-STATUS PIC X(2).
       01 WS-RATE-CARD-STATUS PIC X(2).
       01 WS-CHARGEBACK-CARD-STATUS PIC X(2).
       01 WS-BATCH-STATUS-STATUS PIC X(2).
       01 WS-CALL-STATS-STATUS PIC X(2).
       01 WS-REPORT-INDEX-STATUS PIC X(2).
       01 WS-TRANSMIT-REGISTER-STATUS PIC X(2).
       COPY "INVOICE-REGISTER-WS".
       01 WS-REPORT-FILE-NAME PIC X(40).
       COPY "DAY-NUMBER-WS".
       01 REGISTER-EOF-SWITCH PIC X VALUE "N".
           88 REGISTER-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-CCYY PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).
       01 WS-CHARGE-MONTH PIC 9(6).
       01 WS-CHARGE-MONTH-PARTS REDEFINES WS-CHARGE-MONTH.
           05 WS-CHARGE-CCYY PIC 9(4).
           05 WS-CHARGE-MM PIC 9(2).
       01 WS-RATE-PER-MINUTE PIC 9(3)V99 VALUE 0.
       01 WS-RATE-PER-1000-LINES PIC 9(3)V99 VALUE 0.
       01 WS-RATE-PER-RECORD PIC 9(1)V9(4) VALUE 0.
       01 WS-RATE-PER-CALL PIC 9(1)V9(4) VALUE 0.
       01 WS-DM-TABLE.
           05 WS-DM-ENTRY OCCURS 200 TIMES.
               10 T-DM-MATCH-TYPE PIC X.
               10 T-DM-MATCH-NAME PIC X(20).
               10 T-DM-MATCH-LEN PIC 9(2).
               10 T-DM-COST-CENTRE PIC X(8).
               10 T-DM-DEPARTMENT-NAME PIC X(20).
       01 WS-DM-COUNT PIC 9(3) VALUE 0.
       01 WS-DM-IDX PIC 9(3).
       01 WS-DM-FOUND-IDX PIC 9(3).
       01 WS-NAME-POS PIC 9(2).
       01 WS-IV-FROM-DATE PIC 9(8).
       01 WS-CC-TABLE.
           05 WS-CC-ENTRY OCCURS 50 TIMES.
               10 T-CC-COST-CENTRE PIC X(8).
               10 T-CC-DEPARTMENT-NAME PIC X(20).
               10 T-CC-RUNS PIC 9(6).
               10 T-CC-SECONDS PIC 9(9).
               10 T-CC-CALLS PIC 9(6).
               10 T-CC-LINES PIC 9(9).
               10 T-CC-RECORDS PIC 9(9).
               10 T-CC-MINUTE-AMOUNT PIC 9(7)V99.
               10 T-CC-LINE-AMOUNT PIC 9(7)V99.
               10 T-CC-RECORD-AMOUNT PIC 9(7)V99.
               10 T-CC-CALL-AMOUNT PIC 9(7)V99.
               10 T-CC-TOTAL-AMOUNT PIC 9(8)V99.
       01 WS-CC-COUNT PIC 9(2) VALUE 0.
       01 WS-CC-IDX PIC 9(2).
       01 WS-CC-FOUND-IDX PIC 9(2).
       01 WS-WORK-PROGRAM PIC X(20).
       01 WS-WORK-REPORT-NAME PIC X(20).
       01 WS-WORK-REFERENCE PIC X(40).
       01 WS-WORK-REQUESTER PIC X(8).
       01 WS-WORK-COST-CENTRE PIC X(8).
       01 WS-WORK-DEPARTMENT-NAME PIC X(20).
       01 WS-UNASSIGNED-CENTRE PIC X(8) VALUE "UNALLOC".
       01 WS-TS-WORK PIC 9(14).
       01 WS-TS-PARTS REDEFINES WS-TS-WORK.
           05 WS-TS-DATE PIC 9(8).
           05 WS-TS-HH PIC 9(2).
           05 WS-TS-MI PIC 9(2).
           05 WS-TS-SS PIC 9(2).
       01 WS-START-DAYS PIC 9(8).
       01 WS-START-SECONDS PIC 9(5).
       01 WS-END-SECONDS PIC 9(5).
       01 WS-RUN-SECONDS PIC S9(9).
       01 WS-SRC-RUNS PIC 9(6) VALUE 0.
       01 WS-SRC-SECONDS PIC 9(9) VALUE 0.
       01 WS-SRC-CALLS PIC 9(6) VALUE 0.
       01 WS-SRC-LINES PIC 9(9) VALUE 0.
       01 WS-SRC-RECORDS PIC 9(9) VALUE 0.
       01 WS-SUM-RUNS PIC 9(6) VALUE 0.
       01 WS-SUM-SECONDS PIC 9(9) VALUE 0.
       01 WS-SUM-CALLS PIC 9(6) VALUE 0.
       01 WS-SUM-LINES PIC 9(9) VALUE 0.
       01 WS-SUM-RECORDS PIC 9(9) VALUE 0.
       01 WS-GRAND-TOTAL PIC 9(8)V99 VALUE 0.
       01 WS-PRICED-TOTAL PIC 9(8)V99 VALUE 0.
       01 WS-PRICE-WORK PIC 9(7)V99.
       01 WS-ROUNDING-DIFF PIC S9(6)V99 VALUE 0.
       01 WS-MINUTES PIC 9(7)V99.
       01 WS-TOTAL-LINES PIC 9(6) VALUE 0.
       01 WS-RECONCILED-SWITCH PIC X VALUE "Y".
           88 ACTIVITY-RECONCILED VALUE "Y".
       01 WS-INT-EDIT PIC ZZZZZZZZ9.
       01 WS-DEC-EDIT PIC ZZZZZZ9.99.
       01 WS-STMT-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WSL-ACTIVITY PIC X(20).
           05 WSL-QUANTITY PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WSL-RATE PIC ZZZ9.9999.
           05 WSL-RATE-UNIT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WSL-AMOUNT PIC ZZZZZZZ9.99.
       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WSM-COST-CENTRE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WSM-DEPARTMENT-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WSM-AMOUNT PIC ZZZZZZZ9.99.
       01 WS-CHECK-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WCK-ACTIVITY PIC X(20).
           05 WCK-SOURCE PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WCK-CHARGED PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WCK-RESULT PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "MONTHLY CHARGEBACK BY DEPARTMENT".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CHARGEBACK-CARD.
           PERFORM READ-RATE-CARD.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           PERFORM LOAD-DEPARTMENT-MAP.
           PERFORM OPEN-INVOICE-REGISTER-INPUT.
           MOVE WS-CHARGE-MONTH TO WS-IV-FROM-DATE(1:6).
           MOVE "01" TO WS-IV-FROM-DATE(7:2).
           DISPLAY "Charging month " WS-CHARGE-MONTH
               " - department map entries: " WS-DM-COUNT.
           PERFORM CHARGE-BATCH-RUNS.
           PERFORM CHARGE-MENU-CALLS.
           PERFORM CHARGE-REPORT-LINES.
           PERFORM CHARGE-EXTRACT-RECORDS.
           PERFORM CLOSE-INVOICE-REGISTER.
           PERFORM PRICE-COST-CENTRES.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "chargeback." DELIMITED BY SIZE
               WS-CHARGE-MONTH DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING.
           OPEN OUTPUT ReportFile.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
               PERFORM PRINT-STATEMENT
           END-PERFORM.
           PERFORM PRINT-RECONCILIATION.
           CLOSE ReportFile.
           PERFORM LOG-REPORT-INDEX.
           DISPLAY "Statements written to " WS-REPORT-FILE-NAME
               " for " WS-CC-COUNT " cost centre(s).".
           MOVE WS-GRAND-TOTAL TO WS-DEC-EDIT.
           DISPLAY "Grand total charged: " WS-DEC-EDIT.
           IF NOT ACTIVITY-RECONCILED
               DISPLAY "Charged activity does not reconcile to the "
                   "month's activity - see report."
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       READ-CHARGEBACK-CARD SECTION.
           IF WS-RUN-MM = 1
               COMPUTE WS-CHARGE-CCYY = WS-RUN-CCYY - 1
               MOVE 12 TO WS-CHARGE-MM
           ELSE
               MOVE WS-RUN-CCYY TO WS-CHARGE-CCYY
               COMPUTE WS-CHARGE-MM = WS-RUN-MM - 1
           END-IF.
           OPEN INPUT ChargebackCardFile.
           IF WS-CHARGEBACK-CARD-STATUS = "35"
               CONTINUE
           ELSE
               READ ChargebackCardFile
                   AT END CONTINUE
                   NOT AT END
                       IF CB-MONTH IS NUMERIC AND CB-MONTH > 0
                           MOVE CB-MONTH TO WS-CHARGE-MONTH
                       END-IF
               END-READ
               CLOSE ChargebackCardFile
           END-IF.

       READ-RATE-CARD SECTION.
           OPEN INPUT RateCardFile.
           IF WS-RATE-CARD-STATUS = "35"
               DISPLAY "No rate card on file (chargerates.txt) - "
                   "nothing can be priced."
               MOVE 1 TO RETURN-CODE
           ELSE
               READ RateCardFile
                   AT END
                       DISPLAY "Rate card is empty - nothing can be "
                           "priced."
                       MOVE 1 TO RETURN-CODE
                   NOT AT END
                       IF RT-RATE-PER-MINUTE IS NUMERIC
                           MOVE RT-RATE-PER-MINUTE
                               TO WS-RATE-PER-MINUTE
                       END-IF
                       IF RT-RATE-PER-1000-LINES IS NUMERIC
                           MOVE RT-RATE-PER-1000-LINES
                               TO WS-RATE-PER-1000-LINES
                       END-IF
                       IF RT-RATE-PER-RECORD IS NUMERIC
                           MOVE RT-RATE-PER-RECORD
                               TO WS-RATE-PER-RECORD
                       END-IF
                       IF RT-RATE-PER-CALL IS NUMERIC
                           MOVE RT-RATE-PER-CALL TO WS-RATE-PER-CALL
                       END-IF
               END-READ
               CLOSE RateCardFile
           END-IF.

       LOAD-DEPARTMENT-MAP SECTION.
           MOVE 0 TO WS-DM-COUNT.
           MOVE "N" TO REGISTER-EOF-SWITCH.
           OPEN INPUT DepartmentFile.
           IF WS-DEPARTMENT-STATUS = "35"
               DISPLAY "No department map on file - all activity "
                   "is charged to " WS-UNASSIGNED-CENTRE "."
           ELSE
               PERFORM UNTIL REGISTER-EOF
                   READ DepartmentFile
                       AT END SET REGISTER-EOF TO TRUE
                   END-READ
                   IF NOT REGISTER-EOF
                       AND DM-MATCH-NAME NOT = SPACES
                       AND DM-COST-CENTRE NOT = SPACES
                       IF WS-DM-COUNT = 200
                           DISPLAY "WARNING: more than 200 department "
                               "map entries - rest ignored."
                           MOVE 2 TO RETURN-CODE
                           SET REGISTER-EOF TO TRUE
                       ELSE
                           PERFORM STORE-DEPARTMENT-ENTRY
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DepartmentFile
           END-IF.

       STORE-DEPARTMENT-ENTRY SECTION.
           ADD 1 TO WS-DM-COUNT.
           MOVE DM-MATCH-TYPE TO T-DM-MATCH-TYPE(WS-DM-COUNT).
           MOVE DM-MATCH-NAME TO T-DM-MATCH-NAME(WS-DM-COUNT).
           MOVE DM-COST-CENTRE TO T-DM-COST-CENTRE(WS-DM-COUNT).
           MOVE DM-DEPARTMENT-NAME
               TO T-DM-DEPARTMENT-NAME(WS-DM-COUNT).
           MOVE 0 TO T-DM-MATCH-LEN(WS-DM-COUNT).
           PERFORM VARYING WS-NAME-POS FROM 1 BY 1
                   UNTIL WS-NAME-POS > 20
               IF DM-MATCH-NAME(WS-NAME-POS:1) NOT = SPACE
                   MOVE WS-NAME-POS TO T-DM-MATCH-LEN(WS-DM-COUNT)
               END-IF
           END-PERFORM.

       FIND-INVOICE-REQUESTER SECTION.
           MOVE SPACES TO WS-WORK-REQUESTER.
           MOVE "N" TO WS-IV-SCAN-EOF-SWITCH.
           IF INVOICE-REGISTER-OPEN
               MOVE WS-IV-FROM-DATE TO IV-INVOICE-DATE
               START InvoiceRegisterFile
                   KEY IS NOT LESS THAN IV-INVOICE-DATE
                   INVALID KEY SET IV-SCAN-EOF TO TRUE
               END-START
               PERFORM UNTIL IV-SCAN-EOF
                       OR WS-WORK-REQUESTER NOT = SPACES
                   READ InvoiceRegisterFile NEXT RECORD
                       AT END SET IV-SCAN-EOF TO TRUE
                   END-READ
                   IF NOT IV-SCAN-EOF AND NOT IV-CANCELLED
                       AND IV-REFERENCE = WS-WORK-REFERENCE
                       MOVE IV-REQUESTER TO WS-WORK-REQUESTER
                   END-IF
               END-PERFORM
           END-IF.

       CHARGE-BATCH-RUNS SECTION.
           MOVE "N" TO REGISTER-EOF-SWITCH.
           OPEN INPUT BatchStatusFile.
           IF WS-BATCH-STATUS-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL REGISTER-EOF
                   READ BatchStatusFile
                       AT END SET REGISTER-EOF TO TRUE
                   END-READ
                   IF NOT REGISTER-EOF
                       AND BS-START-TIMESTAMP IS NUMERIC
                       AND BS-START-TIMESTAMP(1:6) = WS-CHARGE-MONTH
                       PERFORM COMPUTE-RUN-SECONDS
                       MOVE BS-PROGRAM-NAME TO WS-WORK-PROGRAM
                       MOVE SPACES TO WS-WORK-REPORT-NAME
                       MOVE SPACES TO WS-WORK-REFERENCE
                       PERFORM RESOLVE-COST-CENTRE
                       ADD 1 TO T-CC-RUNS(WS-CC-FOUND-IDX)
                       ADD WS-RUN-SECONDS
                           TO T-CC-SECONDS(WS-CC-FOUND-IDX)
                       ADD 1 TO WS-SRC-RUNS
                       ADD WS-RUN-SECONDS TO WS-SRC-SECONDS
                   END-IF
               END-PERFORM
               CLOSE BatchStatusFile
           END-IF.

       COMPUTE-RUN-SECONDS SECTION.
           MOVE 0 TO WS-RUN-SECONDS.
           IF BS-END-TIMESTAMP IS NUMERIC
               AND BS-END-TIMESTAMP > BS-START-TIMESTAMP
               MOVE BS-START-TIMESTAMP TO WS-TS-WORK
               MOVE WS-TS-DATE TO WS-DN-DATE
               PERFORM DATE-TO-DAY-NUMBER
               MOVE WS-DN-DAYS TO WS-START-DAYS
               COMPUTE WS-START-SECONDS =
                   WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
               MOVE BS-END-TIMESTAMP TO WS-TS-WORK
               MOVE WS-TS-DATE TO WS-DN-DATE
               PERFORM DATE-TO-DAY-NUMBER
               COMPUTE WS-END-SECONDS =
                   WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
               COMPUTE WS-RUN-SECONDS =
                   (WS-DN-DAYS - WS-START-DAYS) * 86400
                   + WS-END-SECONDS - WS-START-SECONDS
               IF WS-RUN-SECONDS < 0
                   MOVE 0 TO WS-RUN-SECONDS
               END-IF
           END-IF.

       CHARGE-MENU-CALLS SECTION.
           MOVE "N" TO REGISTER-EOF-SWITCH.
           OPEN INPUT CallStatsFile.
           IF WS-CALL-STATS-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL REGISTER-EOF
                   READ CallStatsFile
                       AT END SET REGISTER-EOF TO TRUE
                   END-READ
                   IF NOT REGISTER-EOF
                       AND CS-CALLED-PROGRAM NOT = SPACES
                       MOVE CS-CALLED-PROGRAM TO WS-WORK-PROGRAM
                       MOVE SPACES TO WS-WORK-REPORT-NAME
                       MOVE SPACES TO WS-WORK-REFERENCE
                       PERFORM RESOLVE-COST-CENTRE
                       ADD 1 TO T-CC-CALLS(WS-CC-FOUND-IDX)
                       ADD 1 TO WS-SRC-CALLS
                   END-IF
               END-PERFORM
               CLOSE CallStatsFile
           END-IF.

       CHARGE-REPORT-LINES SECTION.
           MOVE "N" TO REGISTER-EOF-SWITCH.
           OPEN INPUT ReportIndexFile.
           IF WS-REPORT-INDEX-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL REGISTER-EOF
                   READ ReportIndexFile
                       AT END SET REGISTER-EOF TO TRUE
                   END-READ
                   IF NOT REGISTER-EOF
                       AND RI-RUN-DATE IS NUMERIC
                       AND RI-RUN-DATE(1:6) = WS-CHARGE-MONTH
                       AND RI-LINE-COUNT IS NUMERIC
                       MOVE RI-PROGRAM-NAME TO WS-WORK-PROGRAM
                       MOVE RI-REPORT-NAME TO WS-WORK-REPORT-NAME
                       MOVE RI-FILE-NAME TO WS-WORK-REFERENCE
                       PERFORM RESOLVE-COST-CENTRE
                       ADD RI-LINE-COUNT
                           TO T-CC-LINES(WS-CC-FOUND-IDX)
                       ADD RI-LINE-COUNT TO WS-SRC-LINES
                   END-IF
               END-PERFORM
               CLOSE ReportIndexFile
           END-IF.

       CHARGE-EXTRACT-RECORDS SECTION.
           MOVE "N" TO REGISTER-EOF-SWITCH.
           OPEN INPUT TransmitRegisterFile.
           IF WS-TRANSMIT-REGISTER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL REGISTER-EOF
                   READ TransmitRegisterFile
                       AT END SET REGISTER-EOF TO TRUE
                   END-READ
                   IF NOT REGISTER-EOF
                       AND TR-FILE-DATE IS NUMERIC
                       AND TR-FILE-DATE(1:6) = WS-CHARGE-MONTH
                       AND TR-RECORD-COUNT IS NUMERIC
                       MOVE SPACES TO WS-WORK-PROGRAM
                       MOVE SPACES TO WS-WORK-REPORT-NAME
                       MOVE TR-FILE-NAME TO WS-WORK-REFERENCE
                       PERFORM RESOLVE-COST-CENTRE
                       ADD TR-RECORD-COUNT
                           TO T-CC-RECORDS(WS-CC-FOUND-IDX)
                       ADD TR-RECORD-COUNT TO WS-SRC-RECORDS
                   END-IF
               END-PERFORM
               CLOSE TransmitRegisterFile
           END-IF.

       RESOLVE-COST-CENTRE SECTION.
           MOVE 0 TO WS-DM-FOUND-IDX.
           IF WS-WORK-REFERENCE NOT = SPACES
               PERFORM FIND-INVOICE-REQUESTER
               IF WS-WORK-REQUESTER NOT = SPACES
                   PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                           UNTIL WS-DM-IDX > WS-DM-COUNT
                               OR WS-DM-FOUND-IDX > 0
                       IF T-DM-MATCH-TYPE(WS-DM-IDX) = "Q"
                           AND T-DM-MATCH-NAME(WS-DM-IDX)
                               = WS-WORK-REQUESTER
                           MOVE WS-DM-IDX TO WS-DM-FOUND-IDX
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           IF WS-DM-FOUND-IDX = 0
               AND WS-WORK-REPORT-NAME NOT = SPACES
               PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                       UNTIL WS-DM-IDX > WS-DM-COUNT
                           OR WS-DM-FOUND-IDX > 0
                   IF T-DM-MATCH-TYPE(WS-DM-IDX) = "R"
                       AND T-DM-MATCH-NAME(WS-DM-IDX)
                           = WS-WORK-REPORT-NAME
                       MOVE WS-DM-IDX TO WS-DM-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-DM-FOUND-IDX = 0
               AND WS-WORK-PROGRAM NOT = SPACES
               PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                       UNTIL WS-DM-IDX > WS-DM-COUNT
                           OR WS-DM-FOUND-IDX > 0
                   IF T-DM-MATCH-TYPE(WS-DM-IDX) = "P"
                       AND T-DM-MATCH-NAME(WS-DM-IDX)
                           = WS-WORK-PROGRAM
                       MOVE WS-DM-IDX TO WS-DM-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-DM-FOUND-IDX = 0
               AND WS-WORK-REFERENCE NOT = SPACES
               PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                       UNTIL WS-DM-IDX > WS-DM-COUNT
                           OR WS-DM-FOUND-IDX > 0
                   IF T-DM-MATCH-TYPE(WS-DM-IDX) = "F"
                       AND T-DM-MATCH-LEN(WS-DM-IDX) > 0
                       AND WS-WORK-REFERENCE
                           (1:T-DM-MATCH-LEN(WS-DM-IDX))
                           = T-DM-MATCH-NAME(WS-DM-IDX)
                               (1:T-DM-MATCH-LEN(WS-DM-IDX))
                       MOVE WS-DM-IDX TO WS-DM-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-DM-FOUND-IDX > 0
               MOVE T-DM-COST-CENTRE(WS-DM-FOUND-IDX)
                   TO WS-WORK-COST-CENTRE
               MOVE T-DM-DEPARTMENT-NAME(WS-DM-FOUND-IDX)
                   TO WS-WORK-DEPARTMENT-NAME
           ELSE
               MOVE WS-UNASSIGNED-CENTRE TO WS-WORK-COST-CENTRE
               MOVE "NOT ASSIGNED" TO WS-WORK-DEPARTMENT-NAME
           END-IF.
           PERFORM FIND-COST-CENTRE-ENTRY.

       FIND-COST-CENTRE-ENTRY SECTION.
           MOVE 0 TO WS-CC-FOUND-IDX.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
                       OR WS-CC-FOUND-IDX > 0
               IF T-CC-COST-CENTRE(WS-CC-IDX) = WS-WORK-COST-CENTRE
                   MOVE WS-CC-IDX TO WS-CC-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-CC-FOUND-IDX = 0
               IF WS-CC-COUNT = 50
                   DISPLAY "WARNING: more than 50 cost centres - "
                       WS-WORK-COST-CENTRE " charged to the last "
                       "statement."
                   MOVE 2 TO RETURN-CODE
                   MOVE 50 TO WS-CC-FOUND-IDX
               ELSE
                   ADD 1 TO WS-CC-COUNT
                   MOVE WS-CC-COUNT TO WS-CC-FOUND-IDX
                   INITIALIZE WS-CC-ENTRY(WS-CC-COUNT)
                   MOVE WS-WORK-COST-CENTRE
                       TO T-CC-COST-CENTRE(WS-CC-COUNT)
                   MOVE WS-WORK-DEPARTMENT-NAME
                       TO T-CC-DEPARTMENT-NAME(WS-CC-COUNT)
               END-IF
           END-IF.

       PRICE-COST-CENTRES SECTION.
           MOVE 0 TO WS-GRAND-TOTAL.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
               COMPUTE T-CC-MINUTE-AMOUNT(WS-CC-IDX) ROUNDED =
                   T-CC-SECONDS(WS-CC-IDX) * WS-RATE-PER-MINUTE / 60
               COMPUTE T-CC-LINE-AMOUNT(WS-CC-IDX) ROUNDED =
                   T-CC-LINES(WS-CC-IDX) * WS-RATE-PER-1000-LINES
                   / 1000
               COMPUTE T-CC-RECORD-AMOUNT(WS-CC-IDX) ROUNDED =
                   T-CC-RECORDS(WS-CC-IDX) * WS-RATE-PER-RECORD
               COMPUTE T-CC-CALL-AMOUNT(WS-CC-IDX) ROUNDED =
                   T-CC-CALLS(WS-CC-IDX) * WS-RATE-PER-CALL
               COMPUTE T-CC-TOTAL-AMOUNT(WS-CC-IDX) =
                   T-CC-MINUTE-AMOUNT(WS-CC-IDX)
                   + T-CC-LINE-AMOUNT(WS-CC-IDX)
                   + T-CC-RECORD-AMOUNT(WS-CC-IDX)
                   + T-CC-CALL-AMOUNT(WS-CC-IDX)
               ADD T-CC-TOTAL-AMOUNT(WS-CC-IDX) TO WS-GRAND-TOTAL
               ADD T-CC-RUNS(WS-CC-IDX) TO WS-SUM-RUNS
               ADD T-CC-SECONDS(WS-CC-IDX) TO WS-SUM-SECONDS
               ADD T-CC-CALLS(WS-CC-IDX) TO WS-SUM-CALLS
               ADD T-CC-LINES(WS-CC-IDX) TO WS-SUM-LINES
               ADD T-CC-RECORDS(WS-CC-IDX) TO WS-SUM-RECORDS
           END-PERFORM.
           MOVE 0 TO WS-PRICED-TOTAL.
           COMPUTE WS-PRICE-WORK ROUNDED =
               WS-SRC-SECONDS * WS-RATE-PER-MINUTE / 60.
           ADD WS-PRICE-WORK TO WS-PRICED-TOTAL.
           COMPUTE WS-PRICE-WORK ROUNDED =
               WS-SRC-LINES * WS-RATE-PER-1000-LINES / 1000.
           ADD WS-PRICE-WORK TO WS-PRICED-TOTAL.
           COMPUTE WS-PRICE-WORK ROUNDED =
               WS-SRC-RECORDS * WS-RATE-PER-RECORD.
           ADD WS-PRICE-WORK TO WS-PRICED-TOTAL.
           COMPUTE WS-PRICE-WORK ROUNDED =
               WS-SRC-CALLS * WS-RATE-PER-CALL.
           ADD WS-PRICE-WORK TO WS-PRICED-TOTAL.
           COMPUTE WS-ROUNDING-DIFF =
               WS-GRAND-TOTAL - WS-PRICED-TOTAL.
           IF WS-SUM-RUNS NOT = WS-SRC-RUNS
               OR WS-SUM-SECONDS NOT = WS-SRC-SECONDS
               OR WS-SUM-CALLS NOT = WS-SRC-CALLS
               OR WS-SUM-LINES NOT = WS-SRC-LINES
               OR WS-SUM-RECORDS NOT = WS-SRC-RECORDS
               MOVE "N" TO WS-RECONCILED-SWITCH
           END-IF.

       PRINT-STATEMENT SECTION.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-CHARGEBACK-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CHARGEBACK STATEMENT  month " DELIMITED BY SIZE
               WS-CHARGE-MONTH DELIMITED BY SIZE
               "  cost centre " DELIMITED BY SIZE
               T-CC-COST-CENTRE(WS-CC-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               T-CC-DEPARTMENT-NAME(WS-CC-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-CHARGEBACK-LINE.
           MOVE "  ACTIVITY                QUANTITY       RATE"
               TO REPORT-LINE.
           MOVE "AMOUNT" TO REPORT-LINE(62:6).
           PERFORM WRITE-CHARGEBACK-LINE.
           MOVE SPACES TO WS-STMT-LINE.
           MOVE "Batch runs" TO WSL-ACTIVITY.
           MOVE T-CC-RUNS(WS-CC-IDX) TO WS-INT-EDIT.
           MOVE WS-INT-EDIT TO WSL-QUANTITY.
           MOVE WS-STMT-LINE TO REPORT-LINE.
           MOVE SPACES TO REPORT-LINE(34:).
           PERFORM WRITE-CHARGEBACK-LINE.
           COMPUTE WS-MINUTES ROUNDED = T-CC-SECONDS(WS-CC-IDX) / 60.
           MOVE "Run minutes" TO WSL-ACTIVITY.
           MOVE WS-MINUTES TO WS-DEC-EDIT.
           MOVE WS-DEC-EDIT TO WSL-QUANTITY.
           MOVE WS-RATE-PER-MINUTE TO WSL-RATE.
           MOVE " /min" TO WSL-RATE-UNIT.
           MOVE T-CC-MINUTE-AMOUNT(WS-CC-IDX) TO WSL-AMOUNT.
           MOVE WS-STMT-LINE TO REPORT-LINE.
           PERFORM WRITE-CHARGEBACK-LINE.
           MOVE "Report lines" TO WSL-ACTIVITY.
           MOVE T-CC-LINES(WS-CC-IDX) TO WS-INT-EDIT.
           MOVE WS-INT-EDIT TO WSL-QUANTITY.
           MOVE WS-RATE-PER-1000-LINES TO WSL-RATE.
           MOVE " /1000" TO WSL-RATE-UNIT.
           MOVE T-CC-LINE-AMOUNT(WS-CC-IDX) TO WSL-AMOUNT.
           MOVE WS-STMT-LINE TO REPORT-LINE.
           PERFORM WRITE-CHARGEBACK-LINE.
           MOVE "Extracted records" TO WSL-ACTIVITY.
           MOVE T-CC-RECORDS(WS-CC-IDX) TO WS-INT-EDIT.
           MOVE WS-INT-EDIT TO WSL-QUANTITY.
           MOVE WS-RATE-PER-RECORD TO WSL-RATE.
           MOVE " /record" TO WSL-RATE-UNIT.
           MOVE T-CC-RECORD-AMOUNT(WS-CC-IDX) TO WSL-AMOUNT.
           MOVE WS-STMT-LINE TO REPORT-LINE.
           PERFORM WRITE-CHARGEBACK-LINE.
           MOVE "Menu calls" TO WSL-ACTIVITY.
           MOVE T-CC-CALLS(WS-CC-IDX) TO WS-INT-EDIT.
           MOVE WS-INT-EDIT TO WSL-QUANTITY.
           MOVE WS-RATE-PER-CALL TO WSL-RATE.
           MOVE " /call" TO WSL-RATE-UNIT.
           MOVE T-CC-CALL-AMOUNT(WS-CC-IDX) TO WSL-AMOUNT.
           MOVE WS-STMT-LINE TO REPORT-LINE.
           PERFORM WRITE-CHARGEBACK-LINE.
           MOVE SPACES TO WS-STMT-LINE.
           MOVE "Statement total" TO WSL-ACTIVITY.
           MOVE T-CC-TOTAL-AMOUNT(WS-CC-IDX) TO WSL-AMOUNT.
           MOVE WS-STMT-LINE TO REPORT-LINE.
           MOVE SPACES TO REPORT-LINE(23:34).
           PERFORM WRITE-CHARGEBACK-LINE.

       PRINT-RECONCILIATION SECTION.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-CHARGEBACK-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CHARGEBACK SUMMARY  month " DELIMITED BY SIZE
               WS-CHARGE-MONTH DELIMITED BY SIZE
               "  run " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-CHARGEBACK-LINE.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
               MOVE T-CC-COST-CENTRE(WS-CC-IDX) TO WSM-COST-CENTRE
               MOVE T-CC-DEPARTMENT-NAME(WS-CC-IDX)
                   TO WSM-DEPARTMENT-NAME
               MOVE T-CC-TOTAL-AMOUNT(WS-CC-IDX) TO WSM-AMOUNT
               MOVE WS-SUMMARY-LINE TO REPORT-LINE
               PERFORM WRITE-CHARGEBACK-LINE
           END-PERFORM.
           MOVE SPACES TO WSM-COST-CENTRE.
           MOVE "GRAND TOTAL" TO WSM-DEPARTMENT-NAME.
           MOVE WS-GRAND-TOTAL TO WSM-AMOUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM WRITE-CHARGEBACK-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-CHARGEBACK-LINE.
           MOVE "  RECONCILIATION        MONTH TOTAL     CHARGED"
               TO REPORT-LINE.
           PERFORM WRITE-CHARGEBACK-LINE.
           MOVE "Batch runs" TO WCK-ACTIVITY.
           MOVE WS-SRC-RUNS TO WS-INT-EDIT.
           MOVE WS-INT-EDIT TO WCK-SOURCE.
           MOVE WS-SUM-RUNS TO WS-INT-EDIT.
           MOVE WS-INT-EDIT TO WCK-CHARGED.
           IF WS-SRC-RUNS = WS-SUM-RUNS
               MOVE "agrees" TO WCK-RESULT
           ELSE
               MOVE "DIFFERS" TO WCK-RESULT
           END-IF.
           MOVE WS-CHECK-LINE TO REPORT-LINE.
           PERFORM WRITE-CHARGEBACK-LINE.
           MOVE "Run seconds" TO WCK-ACTIVITY.
           MOVE WS-SRC-SECONDS TO WS-INT-EDIT.
           MOVE WS-INT-EDIT TO WCK-SOURCE.
           MOVE WS-SUM-SECONDS TO WS-INT-EDIT.
           MOVE WS-INT-EDIT TO WCK-CHARGED.
           IF WS-SRC-SECONDS = WS-SUM-SECONDS
               MOVE "agrees" TO WCK-RESULT
           ELSE
               MOVE "DIFFERS" TO WCK-RESULT
           END-IF.
           MOVE WS-CHECK-LINE TO REPORT-LINE.
           PERFORM WRITE-CHARGEBACK-LINE.
           MOVE "Report lines" TO WCK-ACTIVITY.
           MOVE WS-SRC-LINES TO WS-INT-EDIT.
           MOVE WS-INT-EDIT TO WCK-SOURCE.
           MOVE WS-SUM-LINES TO WS-INT-EDIT.
           MOVE WS-INT-EDIT TO WCK-CHARGED.
           IF WS-SRC-LINES = WS-SUM-LINES
               MOVE "agrees" TO WCK-RESULT
           ELSE
               MOVE "DIFFERS" TO WCK-RESULT
           END-IF.
           MOVE WS-CHECK-LINE TO REPORT-LINE.
           PERFORM WRITE-CHARGEBACK-LINE.
           MOVE "Extracted records" TO WCK-ACTIVITY.
           MOVE WS-SRC-RECORDS TO WS-INT-EDIT.
           MOVE WS-INT-EDIT TO WCK-SOURCE.
           MOVE WS-SUM-RECORDS TO WS-INT-EDIT.
           MOVE WS-INT-EDIT TO WCK-CHARGED.
           IF WS-SRC-RECORDS = WS-SUM-RECORDS
               MOVE "agrees" TO WCK-RESULT
           ELSE
               MOVE "DIFFERS" TO WCK-RESULT
           END-IF.
           MOVE WS-CHECK-LINE TO REPORT-LINE.
           PERFORM WRITE-CHARGEBACK-LINE.
           MOVE "Menu calls" TO WCK-ACTIVITY.
           MOVE WS-SRC-CALLS TO WS-INT-EDIT.
           MOVE WS-INT-EDIT TO WCK-SOURCE.
           MOVE WS-SUM-CALLS TO WS-INT-EDIT.
           MOVE WS-INT-EDIT TO WCK-CHARGED.
           IF WS-SRC-CALLS = WS-SUM-CALLS
               MOVE "agrees" TO WCK-RESULT
           ELSE
               MOVE "DIFFERS" TO WCK-RESULT
           END-IF.
           MOVE WS-CHECK-LINE TO REPORT-LINE.
           PERFORM WRITE-CHARGEBACK-LINE.
           MOVE "Amount" TO WCK-ACTIVITY.
           MOVE WS-PRICED-TOTAL TO WS-DEC-EDIT.
           MOVE WS-DEC-EDIT TO WCK-SOURCE.
           MOVE WS-GRAND-TOTAL TO WS-DEC-EDIT.
           MOVE WS-DEC-EDIT TO WCK-CHARGED.
           IF WS-ROUNDING-DIFF = 0
               MOVE "agrees" TO WCK-RESULT
           ELSE
               MOVE "rounding" TO WCK-RESULT
           END-IF.
           MOVE WS-CHECK-LINE TO REPORT-LINE.
           PERFORM WRITE-CHARGEBACK-LINE.
           IF ACTIVITY-RECONCILED
               MOVE SPACES TO REPORT-LINE
               STRING "  Charged activity reconciles to the month's "
                   DELIMITED BY SIZE
                   "activity." DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "  *** Charged activity does NOT reconcile to "
                   DELIMITED BY SIZE
                   "the month's activity ***" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-CHARGEBACK-LINE.

       WRITE-CHARGEBACK-LINE SECTION.
           WRITE REPORT-LINE.
           ADD 1 TO WS-TOTAL-LINES.

       LOG-REPORT-INDEX SECTION.
           MOVE "CHARGEBACK" TO RI-REPORT-NAME.
           MOVE "CHARGEBACK-REPORT" TO RI-PROGRAM-NAME.
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

       COPY "DAY-NUMBER".

       COPY "INVOICE-REGISTER-OPEN".

       END PROGRAM CHARGEBACK-REPORT.
