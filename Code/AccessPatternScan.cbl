       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-PATTERN-SCAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AccessLogFile
          ASSIGN TO "accesslog.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ACCESS-LOG-STATUS.
       SELECT JournalFile
          ASSIGN TO DYNAMIC WS-ENV-JOURNAL
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT RecordFile
          ASSIGN TO DYNAMIC WS-ENV-RECORDFILE
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PERSON-ID
          ALTERNATE RECORD KEY IS SURNAME WITH DUPLICATES
          FILE STATUS IS WS-FILE-STATUS.
       SELECT OperatorMasterFile
          ASSIGN TO "operators.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-OPERATOR-MASTER-STATUS.
       SELECT PatternCardFile
          ASSIGN TO "patterncard.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-PATTERN-CARD-STATUS.
       SELECT AlertLogFile
          ASSIGN TO "alertlog.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ALERT-LOG-STATUS.
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

       FD AccessLogFile.
       COPY "ACCESS-LOG".

       FD JournalFile.
       COPY "CHANGE-JOURNAL".

       FD RecordFile.
       COPY "PersonData".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       FD PatternCardFile.
       01 PATTERN-CARD-RECORD.
           05 PC-SCAN-DATE PIC 9(8).
           05 PC-SPIKE-FACTOR PIC 9(2).
           05 PC-SPIKE-MINIMUM PIC 9(4).
           05 PC-REPEAT-COUNT PIC 9(2).

       FD AlertLogFile.
       COPY "ALERT-LOG".

       FD ReportFile.
       01 REPORT-LINE PIC X(100).

       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       WORKING-STORAGE SECTION.
       COPY "DAY-NUMBER-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-ENV-JOURNAL PIC X(40) VALUE "changejournal.txt".
       01 WS-FILE-STATUS PIC X(2).
       01 WS-ACCESS-LOG-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-OPERATOR-MASTER-STATUS PIC X(2).
       01 WS-PATTERN-CARD-STATUS PIC X(2).
       01 WS-ALERT-LOG-STATUS PIC X(2).
       01 WS-REPORT-INDEX-STATUS PIC X(2).
       01 WS-ALERT-STAMP-DATE PIC 9(8).
       01 WS-ALERT-STAMP-TIME PIC 9(8).
       01 WS-REPORT-FILE-NAME PIC X(40).
       01 ACCESS-EOF-SWITCH PIC X VALUE "N".
           88 ACCESS-EOF VALUE "Y".
       01 JOURNAL-EOF-SWITCH PIC X VALUE "N".
           88 JOURNAL-EOF VALUE "Y".
       01 OPERATOR-EOF-SWITCH PIC X VALUE "N".
           88 OPERATOR-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-SCAN-DATE PIC 9(8) VALUE 0.
       01 WS-SCAN-DAYNUM PIC 9(8).
       01 WS-HISTORY-DAYS PIC 9(3) VALUE 30.
       01 WS-ENTRY-DATE PIC 9(8).
       01 WS-ENTRY-HOUR PIC 9(2).
       01 WS-ENTRY-AGE PIC S9(8).
       01 WS-OFFICE-OPEN-HOUR PIC 9(2) VALUE 7.
       01 WS-OFFICE-CLOSE-HOUR PIC 9(2) VALUE 18.
       01 WS-SPIKE-FACTOR PIC 9(2) VALUE 3.
       01 WS-SPIKE-MINIMUM PIC 9(4) VALUE 20.
       01 WS-REPEAT-COUNT PIC 9(2) VALUE 3.
       01 WS-DAILY-AVERAGE PIC 9(6)V99.
       01 WS-SPIKE-LIMIT PIC 9(8)V99.
       01 WS-AVERAGE-TEXT PIC ZZZZZ9.99.
       01 WS-OPERATOR-TABLE.
           05 WS-OP-ENTRY OCCURS 100 TIMES.
               10 T-OP-ID PIC X(8).
               10 T-OP-PERSON-ID PIC 9(6).
               10 T-OP-SURNAME PIC X(10).
               10 T-OP-STREET PIC X(15).
               10 T-OP-HOUSENUMBER PIC X(5).
               10 T-OP-ZIP-CODE PIC X(6).
               10 T-OP-DAY-COUNT PIC 9(6).
               10 T-OP-HISTORY-COUNT PIC 9(6).
               10 T-OP-FINDINGS PIC 9(4).
               10 T-OP-SEVERITY PIC 9(6).
       01 WS-OP-COUNT PIC 9(3) VALUE 0.
       01 WS-OP-IDX PIC 9(3).
       01 WS-OP-FOUND-IDX PIC 9(3).
       01 WS-SLOT-OPERATOR-ID PIC X(8).
       01 WS-PAIR-TABLE.
           05 WS-PR-ENTRY OCCURS 500 TIMES.
               10 T-PR-OPERATOR-ID PIC X(8).
               10 T-PR-PERSON-ID PIC 9(6).
               10 T-PR-COUNT PIC 9(4).
               10 T-PR-FIRST-STAMP PIC 9(14).
               10 T-PR-UPDATE-STAMP PIC 9(14).
       01 WS-PR-COUNT PIC 9(3) VALUE 0.
       01 WS-PR-IDX PIC 9(3).
       01 WS-PR-FOUND-IDX PIC 9(3).
       01 WS-PR-FULL-SWITCH PIC X VALUE "N".
           88 PAIR-TABLE-FULL VALUE "Y".
       01 WS-PERSON-FOUND-SWITCH PIC X.
           88 LOOKED-UP-PERSON-FOUND VALUE "Y".
       01 WS-FD-OPERATOR-ID PIC X(8).
       01 WS-FD-PERSON-ID PIC 9(6).
       01 WS-FD-STAMP PIC 9(14).
       01 WS-FD-SEVERITY PIC 9.
       01 WS-FD-CODE PIC X(12).
       01 WS-FD-TEXT PIC X(40).
       01 WS-SCANNED-COUNT PIC 9(6) VALUE 0.
       01 WS-DAY-COUNT PIC 9(6) VALUE 0.
       01 WS-FINDING-COUNT PIC 9(6) VALUE 0.
       01 WS-HIGH-SEVERITY-COUNT PIC 9(6) VALUE 0.
       01 WS-TOTAL-LINES PIC 9(6) VALUE 0.
       01 WS-FINDING-LINE.
           05 WFL-OPERATOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WFL-PERSON PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WFL-TIME PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WFL-SEVERITY PIC 9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WFL-CODE PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WFL-TEXT PIC X(40).
       01 WS-SUMMARY-LINE.
           05 WSL-OPERATOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WSL-DAY-COUNT PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WSL-AVERAGE PIC ZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WSL-FINDINGS PIC ZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WSL-SEVERITY PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "ACCESS PATTERN ANALYSIS".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-PATTERN-CARD.
           IF WS-SCAN-DATE = 0
               MOVE WS-RUN-DATE TO WS-SCAN-DATE
           END-IF.
           MOVE WS-SCAN-DATE TO WS-DN-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           IF NOT DN-DATE-VALID
               DISPLAY "Invalid scan date " WS-SCAN-DATE
                   " on the pattern card."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-DN-DAYS TO WS-SCAN-DAYNUM.
           DISPLAY "Analysing access on " WS-SCAN-DATE
               " against the preceding " WS-HISTORY-DAYS " days.".
           OPEN INPUT AccessLogFile.
           IF WS-ACCESS-LOG-STATUS NOT = "00"
               DISPLAY "No access log on file."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No person master available."
               CLOSE AccessLogFile
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-OPERATOR-TABLE.
           PERFORM OPEN-PATTERN-REPORT.
           PERFORM UNTIL ACCESS-EOF
               READ AccessLogFile
                   AT END SET ACCESS-EOF TO TRUE
               END-READ
               IF NOT ACCESS-EOF
                   ADD 1 TO WS-SCANNED-COUNT
                   PERFORM CLASSIFY-ACCESS-ENTRY
               END-IF
           END-PERFORM.
           CLOSE AccessLogFile.
           CLOSE RecordFile.
           PERFORM MARK-FOLLOWING-UPDATES.
           PERFORM CHECK-REPEATED-LOOKUPS.
           PERFORM CHECK-VOLUME-SPIKES.
           PERFORM CLOSE-PATTERN-REPORT.
           DISPLAY "Access log entries scanned: " WS-SCANNED-COUNT.
           DISPLAY "Lookups on the scan date:   " WS-DAY-COUNT.
           DISPLAY "Findings:                   " WS-FINDING-COUNT.
           DISPLAY "Findings of severity 4-5:   "
               WS-HIGH-SEVERITY-COUNT.
           GOBACK.

       READ-PATTERN-CARD SECTION.
           OPEN INPUT PatternCardFile.
           IF WS-PATTERN-CARD-STATUS = "35"
               CONTINUE
           ELSE
               READ PatternCardFile
                   AT END CONTINUE
                   NOT AT END
                       IF PC-SCAN-DATE IS NUMERIC
                           MOVE PC-SCAN-DATE TO WS-SCAN-DATE
                       END-IF
                       IF PC-SPIKE-FACTOR IS NUMERIC
                           AND PC-SPIKE-FACTOR > 0
                           MOVE PC-SPIKE-FACTOR TO WS-SPIKE-FACTOR
                       END-IF
                       IF PC-SPIKE-MINIMUM IS NUMERIC
                           MOVE PC-SPIKE-MINIMUM TO WS-SPIKE-MINIMUM
                       END-IF
                       IF PC-REPEAT-COUNT IS NUMERIC
                           AND PC-REPEAT-COUNT > 1
                           MOVE PC-REPEAT-COUNT TO WS-REPEAT-COUNT
                       END-IF
               END-READ
               CLOSE PatternCardFile
           END-IF.

       LOAD-OPERATOR-TABLE SECTION.
           OPEN INPUT OperatorMasterFile.
           IF WS-OPERATOR-MASTER-STATUS = "35"
               DISPLAY "No operator master on file - own-name and "
                   "own-address checks are skipped."
           ELSE
               PERFORM UNTIL OPERATOR-EOF
                   READ OperatorMasterFile
                       AT END SET OPERATOR-EOF TO TRUE
                   END-READ
                   IF NOT OPERATOR-EOF
                       MOVE OM-OPERATOR-ID TO WS-SLOT-OPERATOR-ID
                       PERFORM FIND-OPERATOR-SLOT
                       IF WS-OP-FOUND-IDX NOT = 0
                           AND OM-PERSON-ID IS NUMERIC
                           AND OM-PERSON-ID > 0
                           PERFORM LOAD-OPERATOR-RESIDENCE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE OperatorMasterFile
           END-IF.

       LOAD-OPERATOR-RESIDENCE SECTION.
           MOVE OM-PERSON-ID TO PERSON-ID.
           READ RecordFile
               INVALID KEY
                   DISPLAY "Operator " OM-OPERATOR-ID
                       " is linked to PERSON-ID " OM-PERSON-ID
                       " which is not on file."
               NOT INVALID KEY
                   MOVE OM-PERSON-ID
                       TO T-OP-PERSON-ID(WS-OP-FOUND-IDX)
                   MOVE SURNAME TO T-OP-SURNAME(WS-OP-FOUND-IDX)
                   MOVE STREET TO T-OP-STREET(WS-OP-FOUND-IDX)
                   MOVE HOUSENUMBER
                       TO T-OP-HOUSENUMBER(WS-OP-FOUND-IDX)
                   MOVE ZIP-CODE TO T-OP-ZIP-CODE(WS-OP-FOUND-IDX)
           END-READ.

       FIND-OPERATOR-SLOT SECTION.
           MOVE 0 TO WS-OP-FOUND-IDX.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               IF T-OP-ID(WS-OP-IDX) = WS-SLOT-OPERATOR-ID
                   MOVE WS-OP-IDX TO WS-OP-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-OP-FOUND-IDX = 0
               IF WS-OP-COUNT = 100
                   DISPLAY "More than 100 operators in the access "
                       "log - extra operators are not analysed."
               ELSE
                   ADD 1 TO WS-OP-COUNT
                   MOVE WS-SLOT-OPERATOR-ID TO T-OP-ID(WS-OP-COUNT)
                   MOVE 0 TO T-OP-PERSON-ID(WS-OP-COUNT)
                   MOVE SPACES TO T-OP-SURNAME(WS-OP-COUNT)
                   MOVE SPACES TO T-OP-STREET(WS-OP-COUNT)
                   MOVE SPACES TO T-OP-HOUSENUMBER(WS-OP-COUNT)
                   MOVE SPACES TO T-OP-ZIP-CODE(WS-OP-COUNT)
                   MOVE 0 TO T-OP-DAY-COUNT(WS-OP-COUNT)
                   MOVE 0 TO T-OP-HISTORY-COUNT(WS-OP-COUNT)
                   MOVE 0 TO T-OP-FINDINGS(WS-OP-COUNT)
                   MOVE 0 TO T-OP-SEVERITY(WS-OP-COUNT)
                   MOVE WS-OP-COUNT TO WS-OP-FOUND-IDX
               END-IF
           END-IF.

       CLASSIFY-ACCESS-ENTRY SECTION.
           MOVE AX-TIMESTAMP(1:8) TO WS-ENTRY-DATE.
           IF WS-ENTRY-DATE = WS-SCAN-DATE
               ADD 1 TO WS-DAY-COUNT
               MOVE AX-OPERATOR-ID TO WS-SLOT-OPERATOR-ID
               PERFORM FIND-OPERATOR-SLOT
               IF WS-OP-FOUND-IDX NOT = 0
                   ADD 1 TO T-OP-DAY-COUNT(WS-OP-FOUND-IDX)
                   PERFORM CHECK-SCAN-DAY-LOOKUP
               END-IF
           ELSE
               IF WS-ENTRY-DATE < WS-SCAN-DATE
                   MOVE WS-ENTRY-DATE TO WS-DN-DATE
                   PERFORM DATE-TO-DAY-NUMBER
                   COMPUTE WS-ENTRY-AGE = WS-SCAN-DAYNUM - WS-DN-DAYS
                   IF DN-DATE-VALID
                       AND WS-ENTRY-AGE NOT > WS-HISTORY-DAYS
                       MOVE AX-OPERATOR-ID TO WS-SLOT-OPERATOR-ID
                       PERFORM FIND-OPERATOR-SLOT
                       IF WS-OP-FOUND-IDX NOT = 0
                           ADD 1
                               TO T-OP-HISTORY-COUNT(WS-OP-FOUND-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-SCAN-DAY-LOOKUP SECTION.
           MOVE AX-OPERATOR-ID TO WS-FD-OPERATOR-ID.
           MOVE AX-PERSON-ID TO WS-FD-PERSON-ID.
           MOVE AX-TIMESTAMP TO WS-FD-STAMP.
           MOVE AX-TIMESTAMP(9:2) TO WS-ENTRY-HOUR.
           IF WS-ENTRY-HOUR < WS-OFFICE-OPEN-HOUR
               OR WS-ENTRY-HOUR NOT LESS THAN WS-OFFICE-CLOSE-HOUR
               MOVE 2 TO WS-FD-SEVERITY
               MOVE "OFF-HOURS" TO WS-FD-CODE
               MOVE "Lookup outside office hours" TO WS-FD-TEXT
               PERFORM RECORD-FINDING
           END-IF.
           PERFORM NOTE-LOOKUP-PAIR.
           MOVE "N" TO WS-PERSON-FOUND-SWITCH.
           MOVE AX-PERSON-ID TO PERSON-ID.
           READ RecordFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET LOOKED-UP-PERSON-FOUND TO TRUE
           END-READ.
           IF LOOKED-UP-PERSON-FOUND
               PERFORM CHECK-LOOKED-UP-PERSON
           END-IF.

       CHECK-LOOKED-UP-PERSON SECTION.
           IF PROTECTED-PERSON
               MOVE 4 TO WS-FD-SEVERITY
               MOVE "PROTECTED" TO WS-FD-CODE
               IF AX-MODE-PROT-OVERRIDE
                   MOVE "Protected person, override used"
                       TO WS-FD-TEXT
               ELSE
                   MOVE "Protected person looked up" TO WS-FD-TEXT
               END-IF
               PERFORM RECORD-FINDING
           END-IF.
           IF T-OP-PERSON-ID(WS-OP-FOUND-IDX) = 0
               CONTINUE
           ELSE
               IF PERSON-ID = T-OP-PERSON-ID(WS-OP-FOUND-IDX)
                   MOVE 3 TO WS-FD-SEVERITY
                   MOVE "OWN-RECORD" TO WS-FD-CODE
                   MOVE "Operator looked up own record"
                       TO WS-FD-TEXT
                   PERFORM RECORD-FINDING
               ELSE
                   IF STREET = T-OP-STREET(WS-OP-FOUND-IDX)
                       AND HOUSENUMBER
                           = T-OP-HOUSENUMBER(WS-OP-FOUND-IDX)
                       AND ZIP-CODE = T-OP-ZIP-CODE(WS-OP-FOUND-IDX)
                       MOVE 5 TO WS-FD-SEVERITY
                       MOVE "OWN-ADDRESS" TO WS-FD-CODE
                       MOVE "Person lives at operator's address"
                           TO WS-FD-TEXT
                       PERFORM RECORD-FINDING
                   ELSE
                       IF SURNAME = T-OP-SURNAME(WS-OP-FOUND-IDX)
                           MOVE 3 TO WS-FD-SEVERITY
                           MOVE "OWN-SURNAME" TO WS-FD-CODE
                           MOVE "Person shares operator's surname"
                               TO WS-FD-TEXT
                           PERFORM RECORD-FINDING
                       END-IF
                   END-IF
               END-IF
           END-IF.

       NOTE-LOOKUP-PAIR SECTION.
           MOVE 0 TO WS-PR-FOUND-IDX.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               IF T-PR-OPERATOR-ID(WS-PR-IDX) = AX-OPERATOR-ID
                   AND T-PR-PERSON-ID(WS-PR-IDX) = AX-PERSON-ID
                   MOVE WS-PR-IDX TO WS-PR-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-PR-FOUND-IDX NOT = 0
               ADD 1 TO T-PR-COUNT(WS-PR-FOUND-IDX)
           ELSE
               IF WS-PR-COUNT = 500
                   IF NOT PAIR-TABLE-FULL
                       SET PAIR-TABLE-FULL TO TRUE
                       DISPLAY "More than 500 operator/person pairs "
                           "on the scan date - repeated lookups of "
                           "further pairs are not analysed."
                   END-IF
               ELSE
                   ADD 1 TO WS-PR-COUNT
                   MOVE AX-OPERATOR-ID TO T-PR-OPERATOR-ID(WS-PR-COUNT)
                   MOVE AX-PERSON-ID TO T-PR-PERSON-ID(WS-PR-COUNT)
                   MOVE 1 TO T-PR-COUNT(WS-PR-COUNT)
                   MOVE AX-TIMESTAMP TO T-PR-FIRST-STAMP(WS-PR-COUNT)
                   MOVE 0 TO T-PR-UPDATE-STAMP(WS-PR-COUNT)
               END-IF
           END-IF.

       MARK-FOLLOWING-UPDATES SECTION.
           OPEN INPUT JournalFile.
           IF WS-JOURNAL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL JOURNAL-EOF
                   READ JournalFile
                       AT END SET JOURNAL-EOF TO TRUE
                   END-READ
                   IF NOT JOURNAL-EOF
                       AND CJ-TIMESTAMP(1:8) = WS-SCAN-DATE
                       PERFORM MARK-ONE-UPDATE
                   END-IF
               END-PERFORM
               CLOSE JournalFile
           END-IF.

       MARK-ONE-UPDATE SECTION.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               IF T-PR-OPERATOR-ID(WS-PR-IDX) = CJ-OPERATOR-ID
                   AND T-PR-PERSON-ID(WS-PR-IDX) = CJ-PERSON-ID
                   AND CJ-TIMESTAMP > T-PR-UPDATE-STAMP(WS-PR-IDX)
                   MOVE CJ-TIMESTAMP TO T-PR-UPDATE-STAMP(WS-PR-IDX)
               END-IF
           END-PERFORM.

       CHECK-REPEATED-LOOKUPS SECTION.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               IF T-PR-COUNT(WS-PR-IDX) NOT < WS-REPEAT-COUNT
                   AND T-PR-UPDATE-STAMP(WS-PR-IDX)
                       NOT > T-PR-FIRST-STAMP(WS-PR-IDX)
                   MOVE T-PR-OPERATOR-ID(WS-PR-IDX)
                       TO WS-FD-OPERATOR-ID
                   MOVE T-PR-OPERATOR-ID(WS-PR-IDX)
                       TO WS-SLOT-OPERATOR-ID
                   PERFORM FIND-OPERATOR-SLOT
                   MOVE T-PR-PERSON-ID(WS-PR-IDX) TO WS-FD-PERSON-ID
                   MOVE T-PR-FIRST-STAMP(WS-PR-IDX) TO WS-FD-STAMP
                   MOVE 2 TO WS-FD-SEVERITY
                   MOVE "REPEAT" TO WS-FD-CODE
                   MOVE SPACES TO WS-FD-TEXT
                   STRING "Looked up " DELIMITED BY SIZE
                       T-PR-COUNT(WS-PR-IDX) DELIMITED BY SIZE
                       " times, no update followed"
                           DELIMITED BY SIZE
                       INTO WS-FD-TEXT
                   END-STRING
                   PERFORM RECORD-FINDING
               END-IF
           END-PERFORM.

       CHECK-VOLUME-SPIKES SECTION.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               COMPUTE WS-DAILY-AVERAGE ROUNDED =
                   T-OP-HISTORY-COUNT(WS-OP-IDX) / WS-HISTORY-DAYS
               COMPUTE WS-SPIKE-LIMIT =
                   WS-DAILY-AVERAGE * WS-SPIKE-FACTOR
               IF T-OP-DAY-COUNT(WS-OP-IDX) > WS-SPIKE-LIMIT
                   AND T-OP-DAY-COUNT(WS-OP-IDX)
                       NOT < WS-SPIKE-MINIMUM
                   MOVE WS-OP-IDX TO WS-OP-FOUND-IDX
                   MOVE T-OP-ID(WS-OP-IDX) TO WS-FD-OPERATOR-ID
                   MOVE 0 TO WS-FD-PERSON-ID
                   MOVE 0 TO WS-FD-STAMP
                   MOVE 3 TO WS-FD-SEVERITY
                   MOVE "VOLUME" TO WS-FD-CODE
                   MOVE WS-DAILY-AVERAGE TO WS-AVERAGE-TEXT
                   MOVE SPACES TO WS-FD-TEXT
                   STRING T-OP-DAY-COUNT(WS-OP-IDX) DELIMITED BY SIZE
                       " lookups, 30-day average "
                           DELIMITED BY SIZE
                       WS-AVERAGE-TEXT DELIMITED BY SIZE
                       INTO WS-FD-TEXT
                   END-STRING
                   PERFORM RECORD-FINDING
               END-IF
           END-PERFORM.

       RECORD-FINDING SECTION.
           ADD 1 TO WS-FINDING-COUNT.
           IF WS-FD-SEVERITY > 3
               ADD 1 TO WS-HIGH-SEVERITY-COUNT
           END-IF.
           IF WS-OP-FOUND-IDX NOT = 0
               ADD 1 TO T-OP-FINDINGS(WS-OP-FOUND-IDX)
               ADD WS-FD-SEVERITY TO T-OP-SEVERITY(WS-OP-FOUND-IDX)
           END-IF.
           MOVE WS-FD-OPERATOR-ID TO WFL-OPERATOR.
           IF WS-FD-PERSON-ID = 0
               MOVE SPACES TO WFL-PERSON
           ELSE
               MOVE WS-FD-PERSON-ID TO WFL-PERSON
           END-IF.
           IF WS-FD-STAMP = 0
               MOVE SPACES TO WFL-TIME
           ELSE
               MOVE WS-FD-STAMP(9:6) TO WFL-TIME
           END-IF.
           MOVE WS-FD-SEVERITY TO WFL-SEVERITY.
           MOVE WS-FD-CODE TO WFL-CODE.
           MOVE WS-FD-TEXT TO WFL-TEXT.
           WRITE REPORT-LINE FROM WS-FINDING-LINE.
           ADD 1 TO WS-TOTAL-LINES.
           MOVE "ACCESS-PATTERN-SCAN" TO AL-PROGRAM-NAME.
           MOVE SPACES TO AL-MESSAGE.
           STRING WS-FD-OPERATOR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FD-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WFL-PERSON DELIMITED BY SIZE
               " SEV " DELIMITED BY SIZE
               WS-FD-SEVERITY DELIMITED BY SIZE
               INTO AL-MESSAGE
           END-STRING.
           PERFORM WRITE-ALERT-RECORD.

       OPEN-PATTERN-REPORT SECTION.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "accesspattern." DELIMITED BY SIZE
               WS-SCAN-DATE DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING.
           OPEN OUTPUT ReportFile.
           MOVE "ACCESS PATTERN ANALYSIS - DATA PROTECTION OFFICER"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Access on " DELIMITED BY SIZE
               WS-SCAN-DATE DELIMITED BY SIZE
               " - severity 1 (low) to 5 (high)" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "OPERATOR  PERSON  TIME    SEV  FINDING       "
               DELIMITED BY SIZE
               "DETAIL" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 3 TO WS-TOTAL-LINES.

       CLOSE-PATTERN-REPORT SECTION.
           IF WS-FINDING-COUNT = 0
               MOVE "No suspicious access found." TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-TOTAL-LINES
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OPERATOR  LOOKUPS  30-DAY AVG  FINDINGS  SEVERITY"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 2 TO WS-TOTAL-LINES.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               IF T-OP-DAY-COUNT(WS-OP-IDX) > 0
                   OR T-OP-FINDINGS(WS-OP-IDX) > 0
                   PERFORM WRITE-OPERATOR-SUMMARY
               END-IF
           END-PERFORM.
           CLOSE ReportFile.
           PERFORM LOG-REPORT-INDEX.
           DISPLAY "Analysis written to " WS-REPORT-FILE-NAME.

       WRITE-OPERATOR-SUMMARY SECTION.
           MOVE T-OP-ID(WS-OP-IDX) TO WSL-OPERATOR.
           MOVE T-OP-DAY-COUNT(WS-OP-IDX) TO WSL-DAY-COUNT.
           COMPUTE WS-DAILY-AVERAGE ROUNDED =
               T-OP-HISTORY-COUNT(WS-OP-IDX) / WS-HISTORY-DAYS.
           MOVE WS-DAILY-AVERAGE TO WSL-AVERAGE.
           MOVE T-OP-FINDINGS(WS-OP-IDX) TO WSL-FINDINGS.
           MOVE T-OP-SEVERITY(WS-OP-IDX) TO WSL-SEVERITY.
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
           ADD 1 TO WS-TOTAL-LINES.

       WRITE-ALERT-RECORD SECTION.
           ACCEPT WS-ALERT-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ALERT-STAMP-TIME FROM TIME.
           STRING WS-ALERT-STAMP-DATE DELIMITED BY SIZE
               WS-ALERT-STAMP-TIME(1:6) DELIMITED BY SIZE
               INTO AL-TIMESTAMP
           END-STRING.
           OPEN EXTEND AlertLogFile.
           IF WS-ALERT-LOG-STATUS = "35"
               CLOSE AlertLogFile
               OPEN OUTPUT AlertLogFile
           END-IF.
           WRITE ALERT-LOG-RECORD.
           CLOSE AlertLogFile.

       LOG-REPORT-INDEX SECTION.
           MOVE "ACCESS PATTERNS" TO RI-REPORT-NAME.
           MOVE "ACCESS-PATTERN-SCAN" TO RI-PROGRAM-NAME.
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

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
               MOVE WS-ENV-JOURNAL TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-JOURNAL
           END-IF.

       COPY "ENV-SECTIONS".

       END PROGRAM ACCESS-PATTERN-SCAN.
