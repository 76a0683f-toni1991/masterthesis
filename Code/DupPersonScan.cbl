       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUP-PERSON-SCAN.
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
       SELECT NotDuplicateFile
          ASSIGN TO "notduplicates.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-NOT-DUPLICATE-STATUS.
       SELECT DupScanCardFile
          ASSIGN TO "dupscancard.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-DUP-SCAN-CARD-STATUS.
       SELECT ApprovalQueueFile
          ASSIGN TO "approvalqueue.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-APPROVAL-QUEUE-STATUS.
       SELECT OperatorMasterFile
          ASSIGN TO "operators.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-OPERATOR-MASTER-STATUS.
       SELECT ReportFile
          ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportIndexFile
          ASSIGN TO "reportindex.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REPORT-INDEX-STATUS.
       SELECT DupSortFile
          ASSIGN TO "dupscansort.tmp".

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

       FD NotDuplicateFile.
       COPY "NOT-DUPLICATE".

       FD DupScanCardFile.
       01 DUP-SCAN-CARD-RECORD.
           05 DC-THRESHOLD PIC 9(3).

       FD ApprovalQueueFile.
       COPY "APPROVAL-QUEUE".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       FD ReportFile.
       01 REPORT-LINE PIC X(120).

       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       SD DupSortFile.
       01 DUP-SORT-RECORD.
           05 DK-PHONETIC PIC X(4).
           05 DK-PERSON-ID PIC 9(6).
           05 DK-SURNAME PIC X(10).
           05 DK-FIRSTNAME PIC X(10).
           05 DK-DATE-OF-BIRTH PIC 9(8).
           05 DK-STREET PIC X(15).
           05 DK-HOUSENUMBER PIC X(5).
           05 DK-ZIP-CODE PIC X(6).

       WORKING-STORAGE SECTION.
       COPY "APPROVAL-WS".
       COPY "PHONETIC-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-FILE-STATUS PIC X(2).
       01 WS-NOT-DUPLICATE-STATUS PIC X(2).
       01 WS-DUP-SCAN-CARD-STATUS PIC X(2).
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
           88 FN-SCAN VALUE "S" "s".
           88 FN-NOT-DUPLICATE VALUE "N" "n".
       COPY "TRAILER-KEY".
       01 EOF-SWITCH PIC X VALUE "N".
           88 EOF VALUE "Y".
       01 ND-EOF-SWITCH PIC X VALUE "N".
           88 ND-EOF VALUE "Y".
       01 WS-ND-OVERFLOW-SWITCH PIC X VALUE "N".
           88 ND-OVERFLOW VALUE "Y".
       01 WS-QUEUE-FULL-SWITCH PIC X VALUE "N".
           88 QUEUE-FULL VALUE "Y".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-THRESHOLD PIC 9(3) VALUE 80.
       01 WS-ND-TABLE.
           05 WS-ND-ENTRY OCCURS 2000 TIMES.
               10 T-ND-PERSON-ID-LOW PIC 9(6).
               10 T-ND-PERSON-ID-HIGH PIC 9(6).
       01 WS-ND-COUNT PIC 9(4) VALUE 0.
       01 WS-ND-IDX PIC 9(4).
       01 WS-ND-FOUND-SWITCH PIC X VALUE "N".
           88 PAIR-MARKED-NOT-DUPLICATE VALUE "Y".
       01 WS-PAIR-ID-LOW PIC 9(6).
       01 WS-PAIR-ID-HIGH PIC 9(6).
       01 WS-MARK-ID-1 PIC 9(6).
       01 WS-MARK-ID-2 PIC 9(6).
       01 WS-BLOCK-TABLE.
           05 WS-BLOCK-ENTRY OCCURS 500 TIMES.
               10 T-BK-PHONETIC PIC X(4).
               10 T-BK-PERSON-ID PIC 9(6).
               10 T-BK-SURNAME PIC X(10).
               10 T-BK-FIRSTNAME PIC X(10).
               10 T-BK-DATE-OF-BIRTH PIC 9(8).
               10 T-BK-STREET PIC X(15).
               10 T-BK-HOUSENUMBER PIC X(5).
               10 T-BK-ZIP-CODE PIC X(6).
       01 WS-BLOCK-COUNT PIC 9(3) VALUE 0.
       01 WS-BLOCK-PHONETIC PIC X(4) VALUE SPACES.
       01 WS-BLOCK-IDX PIC 9(3).
       01 WS-BLOCK-JDX PIC 9(3).
       01 WS-BLOCK-START PIC 9(3).
       01 WS-BLOCKS-TRUNCATED PIC 9(5) VALUE 0.
       01 WS-BLOCK-SKIPPED PIC 9(6) VALUE 0.
       01 WS-BLOCK-FULL-SWITCH PIC X VALUE "N".
           88 BLOCK-FULL VALUE "Y".
       01 WS-SCORE PIC 9(3).
       01 WS-EVIDENCE PIC X(7).
       01 WS-OUTCOME PIC X(16).
       01 WS-AQ-COUNT-BEFORE PIC 9(3).
       01 WS-TICKET-SWITCH PIC X VALUE "N".
           88 MERGE-TICKET-KNOWN VALUE "Y".
       01 WS-SCANNED-COUNT PIC 9(6) VALUE 0.
       01 WS-PAIRS-COMPARED PIC 9(9) VALUE 0.
       01 WS-CANDIDATE-COUNT PIC 9(6) VALUE 0.
       01 WS-PROPOSED-COUNT PIC 9(6) VALUE 0.
       01 WS-ALREADY-QUEUED-COUNT PIC 9(6) VALUE 0.
       01 WS-NOT-DUP-SKIPPED PIC 9(6) VALUE 0.
       01 WS-TOTAL-LINES PIC 9(6) VALUE 0.
       01 WS-CANDIDATE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WCL-SCORE PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WCL-ID-1 PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 WCL-SURNAME-1 PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WCL-FIRSTNAME-1 PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WCL-DOB-1 PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WCL-ID-2 PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 WCL-SURNAME-2 PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WCL-FIRSTNAME-2 PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WCL-DOB-2 PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WCL-EVIDENCE PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WCL-OUTCOME PIC X(16).
       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(7) VALUE "  SCORE".
           05 FILLER PIC X(39) VALUE
               "KEEP   SURNAME    FIRSTNAME  BORN      ".
           05 FILLER PIC X(39) VALUE
               "MERGE  SURNAME    FIRSTNAME  BORN      ".
           05 FILLER PIC X(16) VALUE "EVIDENCE OUTCOME".
       01 WS-EVIDENCE-KEY.
           05 FILLER PIC X(44) VALUE
               "  Evidence: P phonetic surname, S surname, ".
           05 FILLER PIC X(40) VALUE
               "D date of birth, W day/month swapped, ".
           05 FILLER PIC X(34) VALUE
               "F first name, I initial, A address".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "DUPLICATE PERSON CANDIDATE SCAN".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           IF NOT OPERATOR-CAN-UPDATE
               DISPLAY "Duplicate review requires update authority "
                   "- run refused."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Function (S=scan and propose merges, "
               "N=mark a pair as not a duplicate): "
               WITH NO ADVANCING.
           ACCEPT WS-FUNCTION.
           PERFORM LOAD-NOT-DUPLICATES.
           EVALUATE TRUE
               WHEN FN-SCAN PERFORM SCAN-FOR-DUPLICATES
               WHEN FN-NOT-DUPLICATE PERFORM MARK-NOT-DUPLICATE
               WHEN OTHER
                   DISPLAY "Unknown function."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       LOAD-NOT-DUPLICATES SECTION.
           MOVE 0 TO WS-ND-COUNT.
           OPEN INPUT NotDuplicateFile.
           IF WS-NOT-DUPLICATE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL ND-EOF
                   READ NotDuplicateFile
                       AT END SET ND-EOF TO TRUE
                   END-READ
                   IF NOT ND-EOF
                       IF WS-ND-COUNT = 2000
                           SET ND-OVERFLOW TO TRUE
                           SET ND-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-ND-COUNT
                           MOVE ND-PERSON-ID-LOW
                               TO T-ND-PERSON-ID-LOW(WS-ND-COUNT)
                           MOVE ND-PERSON-ID-HIGH
                               TO T-ND-PERSON-ID-HIGH(WS-ND-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE NotDuplicateFile
           END-IF.

       CHECK-NOT-DUPLICATE SECTION.
           MOVE "N" TO WS-ND-FOUND-SWITCH.
           PERFORM VARYING WS-ND-IDX FROM 1 BY 1
                   UNTIL WS-ND-IDX > WS-ND-COUNT
                   OR PAIR-MARKED-NOT-DUPLICATE
               IF T-ND-PERSON-ID-LOW(WS-ND-IDX) = WS-PAIR-ID-LOW
                   AND T-ND-PERSON-ID-HIGH(WS-ND-IDX) = WS-PAIR-ID-HIGH
                   SET PAIR-MARKED-NOT-DUPLICATE TO TRUE
               END-IF
           END-PERFORM.

       MARK-NOT-DUPLICATE SECTION.
           DISPLAY "First PERSON-ID: " WITH NO ADVANCING.
           ACCEPT WS-MARK-ID-1.
           DISPLAY "Second PERSON-ID: " WITH NO ADVANCING.
           ACCEPT WS-MARK-ID-2.
           IF WS-MARK-ID-1 NOT NUMERIC OR WS-MARK-ID-2 NOT NUMERIC
               OR WS-MARK-ID-1 = 0 OR WS-MARK-ID-2 = 0
               OR WS-MARK-ID-1 = WS-MARK-ID-2
               DISPLAY "Invalid ID pair - nothing recorded."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-MARK-ID-1 < WS-MARK-ID-2
               MOVE WS-MARK-ID-1 TO WS-PAIR-ID-LOW
               MOVE WS-MARK-ID-2 TO WS-PAIR-ID-HIGH
           ELSE
               MOVE WS-MARK-ID-2 TO WS-PAIR-ID-LOW
               MOVE WS-MARK-ID-1 TO WS-PAIR-ID-HIGH
           END-IF.
           PERFORM CHECK-NOT-DUPLICATE.
           IF PAIR-MARKED-NOT-DUPLICATE
               DISPLAY "Pair " WS-PAIR-ID-LOW " / " WS-PAIR-ID-HIGH
                   " is already marked as not a duplicate."
               GOBACK
           END-IF.
           MOVE WS-PAIR-ID-LOW TO ND-PERSON-ID-LOW.
           MOVE WS-PAIR-ID-HIGH TO ND-PERSON-ID-HIGH.
           MOVE WS-SIGNON-ID TO ND-MARKED-BY.
           MOVE WS-RUN-DATE TO ND-MARK-DATE.
           OPEN EXTEND NotDuplicateFile.
           IF WS-NOT-DUPLICATE-STATUS = "35"
               CLOSE NotDuplicateFile
               OPEN OUTPUT NotDuplicateFile
           END-IF.
           WRITE NOT-DUPLICATE-RECORD.
           CLOSE NotDuplicateFile.
           DISPLAY "Pair " WS-PAIR-ID-LOW " / " WS-PAIR-ID-HIGH
               " marked as not a duplicate - it will not be "
               "proposed again.".
           PERFORM LOAD-APPROVAL-QUEUE.
           PERFORM FIND-MERGE-TICKET.
           IF MERGE-TICKET-KNOWN
               IF T-AQ-STATUS(WS-AQ-FOUND-IDX) = "P"
                   DISPLAY "Merge request "
                       T-AQ-REQUEST-ID(WS-AQ-FOUND-IDX)
                       " for this pair is still pending - ask a "
                       "supervisor to reject it."
               END-IF
           END-IF.

       SCAN-FOR-DUPLICATES SECTION.
           IF ND-OVERFLOW
               DISPLAY "More than 2000 pairs marked as not a "
                   "duplicate - scan refused."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-DUP-SCAN-CARD.
           DISPLAY "Proposal threshold: score " WS-THRESHOLD ".".
           PERFORM LOAD-APPROVAL-QUEUE.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "dupcandidates." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No data available for this run."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ReportFile.
           MOVE SPACES TO REPORT-LINE.
           STRING "POSSIBLE DUPLICATE PERSONS (CLERK REVIEW)  run "
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "  threshold " DELIMITED BY SIZE
               WS-THRESHOLD DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-SCAN-LINE.
           MOVE WS-EVIDENCE-KEY TO REPORT-LINE.
           PERFORM WRITE-SCAN-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE.
           PERFORM WRITE-SCAN-LINE.
           SORT DupSortFile
               ON ASCENDING KEY DK-PHONETIC DK-PERSON-ID
               INPUT PROCEDURE IS DUP-SORT-INPUT
               OUTPUT PROCEDURE IS DUP-SORT-OUTPUT.
           CLOSE RecordFile.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-SCAN-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Persons scanned: " DELIMITED BY SIZE
               WS-SCANNED-COUNT DELIMITED BY SIZE
               "  candidates: " DELIMITED BY SIZE
               WS-CANDIDATE-COUNT DELIMITED BY SIZE
               "  proposed: " DELIMITED BY SIZE
               WS-PROPOSED-COUNT DELIMITED BY SIZE
               "  not-duplicate pairs skipped: " DELIMITED BY SIZE
               WS-NOT-DUP-SKIPPED DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-SCAN-LINE.
           CLOSE ReportFile.
           PERFORM LOG-REPORT-INDEX.
           DISPLAY "Persons scanned:              " WS-SCANNED-COUNT.
           DISPLAY "Pairs compared:               " WS-PAIRS-COMPARED.
           DISPLAY "Candidates at or above score: " WS-CANDIDATE-COUNT.
           DISPLAY "Merge proposals queued:       " WS-PROPOSED-COUNT.
           DISPLAY "Already in the approval queue:"
               WS-ALREADY-QUEUED-COUNT.
           DISPLAY "Marked not a duplicate:       " WS-NOT-DUP-SKIPPED.
           IF WS-BLOCKS-TRUNCATED > 0
               DISPLAY "Surname groups over 500 persons: "
                   WS-BLOCKS-TRUNCATED " (" WS-BLOCK-SKIPPED
                   " persons not compared)."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "Review list written to " WS-REPORT-FILE-NAME ".".

       READ-DUP-SCAN-CARD SECTION.
           OPEN INPUT DupScanCardFile.
           IF WS-DUP-SCAN-CARD-STATUS = "35"
               CONTINUE
           ELSE
               READ DupScanCardFile
                   AT END CONTINUE
                   NOT AT END
                       IF DC-THRESHOLD IS NUMERIC AND DC-THRESHOLD > 0
                           MOVE DC-THRESHOLD TO WS-THRESHOLD
                       END-IF
               END-READ
               CLOSE DupScanCardFile
           END-IF.

       DUP-SORT-INPUT SECTION.
           PERFORM UNTIL EOF
               READ RecordFile NEXT RECORD
                   AT END SET EOF TO TRUE
               END-READ
               IF NOT EOF AND PERSON-ID NOT = WS-TRAILER-KEY
                   AND (STATUS-ACTIVE OR PERSON-STATUS = SPACE)
                   AND SURNAME NOT = SPACES
                   ADD 1 TO WS-SCANNED-COUNT
                   MOVE SURNAME TO WS-PHON-IN
                   PERFORM BUILD-PHONETIC-CODE
                   MOVE WS-PHON-OUT TO DK-PHONETIC
                   MOVE PERSON-ID TO DK-PERSON-ID
                   MOVE SURNAME TO DK-SURNAME
                   MOVE FIRSTNAME TO DK-FIRSTNAME
                   MOVE DATE-OF-BIRTH TO DK-DATE-OF-BIRTH
                   MOVE STREET TO DK-STREET
                   MOVE HOUSENUMBER TO DK-HOUSENUMBER
                   MOVE ZIP-CODE TO DK-ZIP-CODE
                   INSPECT DK-SURNAME CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   INSPECT DK-FIRSTNAME CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   INSPECT DK-STREET CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   INSPECT DK-HOUSENUMBER CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   RELEASE DUP-SORT-RECORD
               END-IF
           END-PERFORM.

       DUP-SORT-OUTPUT SECTION.
           MOVE "N" TO EOF-SWITCH.
           MOVE 0 TO WS-BLOCK-COUNT.
           PERFORM UNTIL EOF
               RETURN DupSortFile
                   AT END SET EOF TO TRUE
                   NOT AT END
                       PERFORM COLLECT-BLOCK-ENTRY
               END-RETURN
           END-PERFORM.
           PERFORM COMPARE-BLOCK.

       COLLECT-BLOCK-ENTRY SECTION.
           IF DK-PHONETIC NOT = WS-BLOCK-PHONETIC
               PERFORM COMPARE-BLOCK
               MOVE 0 TO WS-BLOCK-COUNT
               MOVE DK-PHONETIC TO WS-BLOCK-PHONETIC
           END-IF.
           IF WS-BLOCK-COUNT = 500
               ADD 1 TO WS-BLOCK-SKIPPED
               SET BLOCK-FULL TO TRUE
           ELSE
               ADD 1 TO WS-BLOCK-COUNT
               MOVE DUP-SORT-RECORD TO WS-BLOCK-ENTRY(WS-BLOCK-COUNT)
           END-IF.

       COMPARE-BLOCK SECTION.
           IF BLOCK-FULL
               ADD 1 TO WS-BLOCKS-TRUNCATED
               MOVE "N" TO WS-BLOCK-FULL-SWITCH
           END-IF.
           PERFORM VARYING WS-BLOCK-IDX FROM 1 BY 1
                   UNTIL WS-BLOCK-IDX NOT < WS-BLOCK-COUNT
               ADD 1 TO WS-BLOCK-IDX GIVING WS-BLOCK-START
               PERFORM VARYING WS-BLOCK-JDX FROM WS-BLOCK-START BY 1
                       UNTIL WS-BLOCK-JDX > WS-BLOCK-COUNT
                   ADD 1 TO WS-PAIRS-COMPARED
                   PERFORM SCORE-PAIR
                   IF WS-SCORE NOT < WS-THRESHOLD
                       PERFORM HANDLE-CANDIDATE-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM.

       SCORE-PAIR SECTION.
           MOVE 20 TO WS-SCORE.
           MOVE "P" TO WS-EVIDENCE.
           IF T-BK-SURNAME(WS-BLOCK-IDX) = T-BK-SURNAME(WS-BLOCK-JDX)
               ADD 10 TO WS-SCORE
               MOVE "S" TO WS-EVIDENCE(2:1)
           END-IF.
           EVALUATE TRUE
               WHEN T-BK-DATE-OF-BIRTH(WS-BLOCK-IDX)
                   = T-BK-DATE-OF-BIRTH(WS-BLOCK-JDX)
                   ADD 35 TO WS-SCORE
                   MOVE "D" TO WS-EVIDENCE(3:1)
               WHEN T-BK-DATE-OF-BIRTH(WS-BLOCK-IDX)(1:4)
                   = T-BK-DATE-OF-BIRTH(WS-BLOCK-JDX)(1:4)
                   AND T-BK-DATE-OF-BIRTH(WS-BLOCK-IDX)(5:2)
                   = T-BK-DATE-OF-BIRTH(WS-BLOCK-JDX)(7:2)
                   AND T-BK-DATE-OF-BIRTH(WS-BLOCK-IDX)(7:2)
                   = T-BK-DATE-OF-BIRTH(WS-BLOCK-JDX)(5:2)
                   ADD 25 TO WS-SCORE
                   MOVE "W" TO WS-EVIDENCE(3:1)
           END-EVALUATE.
           EVALUATE TRUE
               WHEN T-BK-FIRSTNAME(WS-BLOCK-IDX) = SPACES
                   CONTINUE
               WHEN T-BK-FIRSTNAME(WS-BLOCK-IDX)
                   = T-BK-FIRSTNAME(WS-BLOCK-JDX)
                   ADD 20 TO WS-SCORE
                   MOVE "F" TO WS-EVIDENCE(4:1)
               WHEN T-BK-FIRSTNAME(WS-BLOCK-IDX)(1:1)
                   = T-BK-FIRSTNAME(WS-BLOCK-JDX)(1:1)
                   ADD 10 TO WS-SCORE
                   MOVE "I" TO WS-EVIDENCE(4:1)
           END-EVALUATE.
           IF T-BK-STREET(WS-BLOCK-IDX) NOT = SPACES
               AND T-BK-STREET(WS-BLOCK-IDX) = T-BK-STREET(WS-BLOCK-JDX)
               AND T-BK-HOUSENUMBER(WS-BLOCK-IDX)
                   = T-BK-HOUSENUMBER(WS-BLOCK-JDX)
               AND T-BK-ZIP-CODE(WS-BLOCK-IDX)
                   = T-BK-ZIP-CODE(WS-BLOCK-JDX)
               ADD 15 TO WS-SCORE
               MOVE "A" TO WS-EVIDENCE(5:1)
           END-IF.

       HANDLE-CANDIDATE-PAIR SECTION.
           MOVE T-BK-PERSON-ID(WS-BLOCK-IDX) TO WS-PAIR-ID-LOW.
           MOVE T-BK-PERSON-ID(WS-BLOCK-JDX) TO WS-PAIR-ID-HIGH.
           PERFORM CHECK-NOT-DUPLICATE.
           IF PAIR-MARKED-NOT-DUPLICATE
               ADD 1 TO WS-NOT-DUP-SKIPPED
           ELSE
               ADD 1 TO WS-CANDIDATE-COUNT
               PERFORM FIND-MERGE-TICKET
               EVALUATE TRUE
                   WHEN MERGE-TICKET-KNOWN
                       ADD 1 TO WS-ALREADY-QUEUED-COUNT
                       MOVE "ALREADY QUEUED" TO WS-OUTCOME
                   WHEN QUEUE-FULL
                       MOVE "QUEUE FULL" TO WS-OUTCOME
                   WHEN OTHER
                       PERFORM PROPOSE-MERGE
               END-EVALUATE
               PERFORM PRINT-CANDIDATE-LINE
           END-IF.

       FIND-MERGE-TICKET SECTION.
           MOVE "N" TO WS-TICKET-SWITCH.
           MOVE 0 TO WS-AQ-FOUND-IDX.
           PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT
               IF T-AQ-ACTION(WS-AQ-IDX) = "M"
                   AND ((T-AQ-PERSON-ID(WS-AQ-IDX) = WS-PAIR-ID-HIGH
                   AND T-AQ-PERSON-ID-2(WS-AQ-IDX) = WS-PAIR-ID-LOW)
                   OR (T-AQ-PERSON-ID(WS-AQ-IDX) = WS-PAIR-ID-LOW
                   AND T-AQ-PERSON-ID-2(WS-AQ-IDX) = WS-PAIR-ID-HIGH))
                   SET MERGE-TICKET-KNOWN TO TRUE
                   MOVE WS-AQ-IDX TO WS-AQ-FOUND-IDX
               END-IF
           END-PERFORM.

       PROPOSE-MERGE SECTION.
           MOVE WS-AQ-COUNT TO WS-AQ-COUNT-BEFORE.
           MOVE "M" TO WS-AQ-WANT-ACTION.
           MOVE WS-PAIR-ID-HIGH TO WS-AQ-WANT-ID.
           MOVE WS-PAIR-ID-LOW TO WS-AQ-WANT-ID-2.
           PERFORM FILE-APPROVAL-REQUEST.
           IF WS-AQ-COUNT = WS-AQ-COUNT-BEFORE
               MOVE 2 TO RETURN-CODE
               SET QUEUE-FULL TO TRUE
               MOVE "QUEUE FULL" TO WS-OUTCOME
           ELSE
               ADD 1 TO WS-PROPOSED-COUNT
               MOVE SPACES TO WS-OUTCOME
               STRING "QUEUED " DELIMITED BY SIZE
                   WS-AQ-NEXT-ID DELIMITED BY SIZE
                   INTO WS-OUTCOME
               END-STRING
           END-IF.

       PRINT-CANDIDATE-LINE SECTION.
           MOVE WS-SCORE TO WCL-SCORE.
           MOVE T-BK-PERSON-ID(WS-BLOCK-IDX) TO WCL-ID-1.
           MOVE T-BK-SURNAME(WS-BLOCK-IDX) TO WCL-SURNAME-1.
           MOVE T-BK-FIRSTNAME(WS-BLOCK-IDX) TO WCL-FIRSTNAME-1.
           MOVE T-BK-DATE-OF-BIRTH(WS-BLOCK-IDX) TO WCL-DOB-1.
           MOVE T-BK-PERSON-ID(WS-BLOCK-JDX) TO WCL-ID-2.
           MOVE T-BK-SURNAME(WS-BLOCK-JDX) TO WCL-SURNAME-2.
           MOVE T-BK-FIRSTNAME(WS-BLOCK-JDX) TO WCL-FIRSTNAME-2.
           MOVE T-BK-DATE-OF-BIRTH(WS-BLOCK-JDX) TO WCL-DOB-2.
           MOVE WS-EVIDENCE TO WCL-EVIDENCE.
           MOVE WS-OUTCOME TO WCL-OUTCOME.
           MOVE WS-CANDIDATE-LINE TO REPORT-LINE.
           PERFORM WRITE-SCAN-LINE.

       WRITE-SCAN-LINE SECTION.
           WRITE REPORT-LINE.
           ADD 1 TO WS-TOTAL-LINES.

       LOG-REPORT-INDEX SECTION.
           MOVE "DUPLICATE CANDIDATES" TO RI-REPORT-NAME.
           MOVE "DUP-PERSON-SCAN" TO RI-PROGRAM-NAME.
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

       COPY "PHONETIC-CODE".

       COPY "APPROVAL".

       COPY "SIGN-ON".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
           END-IF.

       COPY "ENV-SECTIONS".

       END PROGRAM DUP-PERSON-SCAN.
