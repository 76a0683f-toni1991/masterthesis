       SELECT ReportFile
          ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AccessLogFile
          ASSIGN TO "accesslog.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ACCESS-LOG-STATUS.
       SELECT ReportIndexFile
          ASSIGN TO "reportindex.txt"
          ORGANIZATION IS LINE SEQUENTIAL
       FD ReportFile.
       01 REPORT-LINE PIC X(100).

       FD AccessLogFile.
       COPY "ACCESS-LOG".

       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-ACTIVITY-CARD-STATUS PIC X(2).
       01 WS-REPORT-INDEX-STATUS PIC X(2).
       01 WS-ACCESS-LOG-STATUS PIC X(2).
       01 ACCESS-EOF-SWITCH PIC X VALUE "N".
           88 ACCESS-EOF VALUE "Y".
       01 WS-REPORT-FILE-NAME PIC X(40).
       01 JOURNAL-EOF-SWITCH PIC X VALUE "N".
           88 JOURNAL-EOF VALUE "Y".
           88 PERIOD-MONTHLY VALUE "M".
       01 WS-PERIOD-VALUE PIC 9(8) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-ENTRY-STAMP PIC 9(14).
       01 WS-ENTRY-DATE PIC 9(8).
       01 WS-ENTRY-MONTH PIC 9(6).
       01 WS-WANT-MONTH PIC 9(6).
           88 ENTRY-IN-PERIOD VALUE "Y".
       01 WS-SCANNED-COUNT PIC 9(6) VALUE 0.
       01 WS-SELECTED-COUNT PIC 9(6) VALUE 0.
       01 WS-REFUSED-COUNT PIC 9(6) VALUE 0.
       01 WS-TOTAL-LINES PIC 9(6) VALUE 0.
       01 WS-OPERATOR-TABLE.
           05 WS-OP-ENTRY OCCURS 50 TIMES.
               10 T-OP-UPDATES PIC 9(6).
               10 T-OP-DELETES PIC 9(6).
               10 T-OP-OFF-HOURS PIC 9(6).
               10 T-OP-REFUSED PIC 9(6).
               10 T-OP-PROGRAM OCCURS 5 TIMES PIC X(20).
               10 T-OP-PROGRAM-COUNT PIC 9(2).
       01 WS-OP-COUNT PIC 9(3) VALUE 0.
       01 WS-OP-IDX PIC 9(3).
       01 WS-OP-FOUND-IDX PIC 9(3).
       01 WS-SLOT-OPERATOR-ID PIC X(8).
       01 WS-PGM-IDX PIC 9(2).
       01 WS-PGM-KNOWN-SWITCH PIC X.
           88 PROGRAM-KNOWN VALUE "Y".
           05 FILLER PIC X(2) VALUE SPACES.
           05 WDL-OFF-HOURS PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WDL-REFUSED PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WDL-FLAG PIC X(15).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               END-READ
               IF NOT JOURNAL-EOF
                   ADD 1 TO WS-SCANNED-COUNT
                   MOVE CJ-TIMESTAMP TO WS-ENTRY-STAMP
                   PERFORM CHECK-ENTRY-PERIOD
                   IF ENTRY-IN-PERIOD
                       ADD 1 TO WS-SELECTED-COUNT
               END-IF
           END-PERFORM.
           CLOSE JournalFile.
           PERFORM TALLY-SCOPE-REFUSALS.
           PERFORM WRITE-ACTIVITY-REPORT.
           GOBACK.


       CHECK-ENTRY-PERIOD SECTION.
           MOVE "N" TO WS-IN-PERIOD-SWITCH.
           MOVE WS-ENTRY-STAMP(1:8) TO WS-ENTRY-DATE.
           MOVE WS-ENTRY-STAMP(1:6) TO WS-ENTRY-MONTH.
           IF PERIOD-MONTHLY
               IF WS-ENTRY-MONTH = WS-WANT-MONTH
                   MOVE "Y" TO WS-IN-PERIOD-SWITCH
           END-IF.

       TALLY-JOURNAL-ENTRY SECTION.
           MOVE CJ-OPERATOR-ID TO WS-SLOT-OPERATOR-ID.
           PERFORM FIND-OPERATOR-SLOT.
           IF WS-OP-FOUND-IDX = 0
               CONTINUE
           MOVE 0 TO WS-OP-FOUND-IDX.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               IF T-OP-ID(WS-OP-IDX) = WS-SLOT-OPERATOR-ID
                   MOVE WS-OP-IDX TO WS-OP-FOUND-IDX
               END-IF
           END-PERFORM.
                       "extra operators are not tallied."
               ELSE
                   ADD 1 TO WS-OP-COUNT
                   MOVE WS-SLOT-OPERATOR-ID TO T-OP-ID(WS-OP-COUNT)
                   MOVE 0 TO T-OP-ADDS(WS-OP-COUNT)
                   MOVE 0 TO T-OP-UPDATES(WS-OP-COUNT)
                   MOVE 0 TO T-OP-DELETES(WS-OP-COUNT)
                   MOVE 0 TO T-OP-OFF-HOURS(WS-OP-COUNT)
                   MOVE 0 TO T-OP-REFUSED(WS-OP-COUNT)
                   MOVE 0 TO T-OP-PROGRAM-COUNT(WS-OP-COUNT)
                   MOVE WS-OP-COUNT TO WS-OP-FOUND-IDX
               END-IF
           END-IF.

       TALLY-SCOPE-REFUSALS SECTION.
           OPEN INPUT AccessLogFile.
           IF WS-ACCESS-LOG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL ACCESS-EOF
                   READ AccessLogFile
                       AT END SET ACCESS-EOF TO TRUE
                   END-READ
                   IF NOT ACCESS-EOF AND AX-MODE-SCOPE-REFUSED
                       MOVE AX-TIMESTAMP TO WS-ENTRY-STAMP
                       PERFORM CHECK-ENTRY-PERIOD
                       IF ENTRY-IN-PERIOD
                           ADD 1 TO WS-REFUSED-COUNT
                           MOVE AX-OPERATOR-ID TO WS-SLOT-OPERATOR-ID
                           PERFORM FIND-OPERATOR-SLOT
                           IF WS-OP-FOUND-IDX NOT = 0
                               ADD 1 TO T-OP-REFUSED(WS-OP-FOUND-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AccessLogFile
           END-IF.

       NOTE-OPERATOR-PROGRAM SECTION.
           IF CJ-PROGRAM-NAME = SPACES
               CONTINUE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Refused outside municipality scope: "
               DELIMITED BY SIZE
               WS-REFUSED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "OPERATOR  ADDS    UPDATES  DELETES  OFF-HRS  "
               DELIMITED BY SIZE
               "REFUSED  FLAG" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 4 TO WS-TOTAL-LINES.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               PERFORM WRITE-ONE-OPERATOR
           MOVE T-OP-UPDATES(WS-OP-IDX) TO WDL-UPDATES.
           MOVE T-OP-DELETES(WS-OP-IDX) TO WDL-DELETES.
           MOVE T-OP-OFF-HOURS(WS-OP-IDX) TO WDL-OFF-HOURS.
           MOVE T-OP-REFUSED(WS-OP-IDX) TO WDL-REFUSED.
           MOVE SPACES TO WDL-FLAG.
           IF T-OP-OFF-HOURS(WS-OP-IDX) > 0
               MOVE "OFF-HOURS" TO WDL-FLAG
           END-IF.
           IF T-OP-REFUSED(WS-OP-IDX) > 0
               MOVE "SCOPE" TO WDL-FLAG(11:5)
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-TOTAL-LINES.
