       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENTION-PURGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RetentionRuleFile
          ASSIGN TO "retentionrules.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RETENTION-RULE-STATUS.
       SELECT LegalHoldFile
          ASSIGN TO "legalhold.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-LEGAL-HOLD-STATUS.
       SELECT AccessLogFile
          ASSIGN TO "accesslog.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ACCESS-LOG-STATUS.
       SELECT DisclosureRegisterFile
          ASSIGN TO "disclosureregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-DISCLOSURE-STATUS.
       SELECT CertRegisterFile
          ASSIGN TO "certregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CERT-REGISTER-STATUS.
       SELECT NameHistoryFile
          ASSIGN TO DYNAMIC WS-ENV-NAMEHIST
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-NAME-HISTORY-STATUS.
       SELECT ResidenceHistoryFile
          ASSIGN TO DYNAMIC WS-ENV-RESIDHIST
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RESIDENCE-HISTORY-STATUS.
       SELECT ApprovalQueueFile
          ASSIGN TO "approvalqueue.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-APPROVAL-QUEUE-STATUS.
       SELECT InvoiceRegisterFile
          ASSIGN TO "invoiceregister.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS IV-INVOICE-NUMBER
          ALTERNATE RECORD KEY IS IV-REQUESTER WITH DUPLICATES
          ALTERNATE RECORD KEY IS IV-INVOICE-DATE WITH DUPLICATES
          FILE STATUS IS WS-INVOICE-REGISTER-STATUS.
       SELECT TransmitRegisterFile
          ASSIGN TO "transmitregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-TRANSMIT-REGISTER-STATUS.
       SELECT InquiryRegisterFile
          ASSIGN TO "inquiryregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-INQUIRY-REGISTER-STATUS.
       SELECT RetentionWorkFile
          ASSIGN TO "retentionwork.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RETENTION-WORK-STATUS.
       SELECT CurrentListFile
          ASSIGN TO "retentioncurrent.tmp"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CURRENT-LIST-STATUS.
       SELECT CurrentSortedFile
          ASSIGN TO "retentioncurrent.srt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CURRENT-SORTED-STATUS.
       SELECT ResidenceSortFile
          ASSIGN TO "retentionresid.tmp".
       SELECT CurrentSortFile
          ASSIGN TO "retentionseq.tmp".
       SELECT ReportFile
          ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportIndexFile
          ASSIGN TO "reportindex.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REPORT-INDEX-STATUS.
       SELECT RecordLockFile
          ASSIGN TO DYNAMIC WS-ENV-RECORDLOCK
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RECORD-LOCK-STATUS.
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

       FD RetentionRuleFile.
       COPY "RETENTION-RULE".

       FD LegalHoldFile.
       COPY "LEGAL-HOLD".

       FD AccessLogFile.
       COPY "ACCESS-LOG".

       FD DisclosureRegisterFile.
       COPY "DISCLOSURE-REGISTER".

       FD CertRegisterFile.
       COPY "CERT-REGISTER".

       FD NameHistoryFile.
       COPY "NAME-HISTORY".

       FD ResidenceHistoryFile.
       COPY "RESIDENCE-HISTORY".

       FD ApprovalQueueFile.
       COPY "APPROVAL-QUEUE".

       FD InvoiceRegisterFile.
       COPY "INVOICE-REGISTER".

       FD TransmitRegisterFile.
       COPY "TRANSMIT-REGISTER".

       FD InquiryRegisterFile.
       COPY "INQUIRY-REGISTER".

       FD RetentionWorkFile.
       01 RETENTION-WORK-LINE PIC X(120).

       FD CurrentListFile.
       01 CURRENT-LIST-RECORD.
           05 CL-LINE-SEQ PIC 9(8).

       FD CurrentSortedFile.
       01 CURRENT-SORTED-RECORD.
           05 CSD-LINE-SEQ PIC 9(8).

       SD ResidenceSortFile.
       01 RESIDENCE-SORT-RECORD.
           05 RS-PERSON-ID PIC 9(6).
           05 RS-LINE-SEQ PIC 9(8).

       SD CurrentSortFile.
       01 CURRENT-SORT-RECORD.
           05 CS-LINE-SEQ PIC 9(8).

       FD ReportFile.
       01 REPORT-LINE PIC X(100).

       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       FD RecordLockFile.
       COPY "RECORD-LOCK".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       WORKING-STORAGE SECTION.
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-NAMEHIST PIC X(40) VALUE "namehistory.txt".
       01 WS-ENV-RESIDHIST PIC X(40) VALUE "residencehistory.txt".
       01 WS-ENV-RECORDLOCK PIC X(40) VALUE "recordlock.txt".
       01 WS-RETENTION-RULE-STATUS PIC X(2).
       01 WS-LEGAL-HOLD-STATUS PIC X(2).
       01 WS-ACCESS-LOG-STATUS PIC X(2).
       01 WS-DISCLOSURE-STATUS PIC X(2).
       01 WS-CERT-REGISTER-STATUS PIC X(2).
       01 WS-NAME-HISTORY-STATUS PIC X(2).
       01 WS-RESIDENCE-HISTORY-STATUS PIC X(2).
       01 WS-APPROVAL-QUEUE-STATUS PIC X(2).
       COPY "INVOICE-REGISTER-WS".
       01 WS-TRANSMIT-REGISTER-STATUS PIC X(2).
       01 WS-INQUIRY-REGISTER-STATUS PIC X(2).
       01 WS-RETENTION-WORK-STATUS PIC X(2).
       01 WS-CURRENT-LIST-STATUS PIC X(2).
       01 WS-CURRENT-SORTED-STATUS PIC X(2).
       01 WS-REPORT-INDEX-STATUS PIC X(2).
       01 WS-REPORT-FILE-NAME PIC X(40).
       01 WS-RECORD-LOCK-STATUS PIC X(2).
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
       01 WS-FUNCTION PIC X.
           88 FN-SIMULATE VALUE "S" "s".
           88 FN-PURGE VALUE "P" "p".
           88 FN-PLACE-HOLD VALUE "H" "h".
           88 FN-END-HOLD VALUE "E" "e".
           88 FN-LIST-HOLDS VALUE "L" "l".
       01 WS-PURGE-MODE-SWITCH PIC X VALUE "N".
           88 PURGE-LIVE VALUE "Y".
       01 EOF-SWITCH PIC X VALUE "N".
           88 EOF VALUE "Y".
       01 CURRENT-EOF-SWITCH PIC X VALUE "N".
           88 CURRENT-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-STAMP-TIME PIC 9(8).
       01 WS-ANSWER PIC X.
       01 WS-REGISTER-NAMES.
           05 FILLER PIC X(20) VALUE "ACCESS-LOG".
           05 FILLER PIC X(20) VALUE "DISCLOSURE-REGISTER".
           05 FILLER PIC X(20) VALUE "CERT-REGISTER".
           05 FILLER PIC X(20) VALUE "NAME-HISTORY".
           05 FILLER PIC X(20) VALUE "RESIDENCE-HISTORY".
           05 FILLER PIC X(20) VALUE "APPROVAL-QUEUE".
           05 FILLER PIC X(20) VALUE "INVOICE-REGISTER".
       01 WS-REGISTER-TABLE REDEFINES WS-REGISTER-NAMES.
           05 WS-REGISTER-NAME PIC X(20) OCCURS 7 TIMES.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 7 TIMES.
               10 T-RT-PRESENT PIC X.
               10 T-RT-YEARS PIC 9(2).
               10 T-RT-DATE-FIELD PIC X(24).
       01 WS-RULE-COUNT PIC 9 VALUE 0.
       01 WS-REG-IDX PIC 9.
       01 WS-REGISTER-FILE PIC X(40).
       01 WS-RULE-USABLE-SWITCH PIC X.
           88 RULE-USABLE VALUE "Y".
       01 WS-REGISTER-PRESENT-SWITCH PIC X.
           88 REGISTER-PRESENT VALUE "Y".
       01 WS-SKIP-REASON PIC X(40).
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
           05 WS-CUTOFF-CCYY PIC 9(4).
           05 WS-CUTOFF-MMDD PIC 9(4).
       01 WS-ENTRY-DATE PIC 9(8).
       01 WS-CHECK-PERSON PIC 9(6).
       01 WS-CHECK-PERSON-2 PIC 9(6).
       01 WS-CHECK-REFERENCE PIC X(40).
       01 WS-CHECK-REQUESTER PIC X(8).
       01 WS-CHECK-INVOICE PIC 9(6).
       01 WS-KEEP-OTHER-SWITCH PIC X.
           88 KEEP-FOR-OTHER-REASON VALUE "Y".
       01 WS-DECISION PIC X.
           88 DECIDE-REMOVE VALUE "R".
           88 DECIDE-WITHIN VALUE "W".
           88 DECIDE-HOLD VALUE "H".
           88 DECIDE-INVOICE VALUE "I".
           88 DECIDE-OTHER VALUE "K".
       01 WS-READ-COUNT PIC 9(7).
       01 WS-REMOVED-COUNT PIC 9(7).
       01 WS-WITHIN-COUNT PIC 9(7).
       01 WS-HOLD-KEPT-COUNT PIC 9(7).
       01 WS-INVOICE-KEPT-COUNT PIC 9(7).
       01 WS-OTHER-KEPT-COUNT PIC 9(7).
       01 WS-OLDEST-REMOVED PIC 9(8).
       01 WS-NEWEST-REMOVED PIC 9(8).
       01 WS-TOTAL-REMOVED PIC 9(7) VALUE 0.
       01 WS-TOTAL-LINES PIC 9(6) VALUE 0.
       01 WS-LINE-SEQ PIC 9(8).
       01 WS-NEXT-CURRENT-SEQ PIC 9(8).
       01 WS-LAST-SORT-PERSON PIC 9(6).
       01 WS-FIRST-SORT-SWITCH PIC X.
           88 FIRST-SORT-RECORD VALUE "Y".
       01 WS-HOLD-TABLE.
           05 WS-LH-ENTRY PIC X(58) OCCURS 500 TIMES.
       01 WS-LH-COUNT PIC 9(3) VALUE 0.
       01 WS-LH-IDX PIC 9(3).
       01 WS-LH-FOUND-IDX PIC 9(3).
       01 WS-LH-ACTIVE-COUNT PIC 9(3).
       01 WS-LH-FULL-SWITCH PIC X VALUE "N".
           88 LEGAL-HOLD-FILE-FULL VALUE "Y".
       01 WS-HOLD-PERSON-ID PIC 9(6).
       01 WS-HOLD-REFERENCE PIC X(20).
       01 WS-HOLD-FOUND-SWITCH PIC X.
           88 PERSON-ON-HOLD VALUE "Y".
       01 WS-IV-ON-FILE-SWITCH PIC X VALUE "N".
           88 INVOICE-REGISTER-ON-FILE VALUE "Y".
       01 WS-OPEN-INVOICE-SWITCH PIC X.
           88 OPEN-INVOICE-FOUND VALUE "Y".
       01 WS-IV-CHECK-EOF-SWITCH PIC X.
           88 IV-CHECK-EOF VALUE "Y".
       01 WS-IV-POSITION-SWITCH PIC X.
           88 IV-POSITION-LOST VALUE "Y".
       01 WS-IV-SAVE-RECORD PIC X(103).
       01 WS-IV-WANT-REQUESTER PIC X(8).
       01 WS-IV-WANT-REFERENCE PIC X(40).
       01 WS-SOURCE-REFERENCE PIC X(40).
       01 WS-SOURCE-WORK-REFERENCE PIC X(40).
       01 WS-SOURCE-FOUND-SWITCH PIC X.
           88 SOURCE-ON-FILE VALUE "Y".
       01 SOURCE-EOF-SWITCH PIC X VALUE "N".
           88 SOURCE-EOF VALUE "Y".
       01 WS-INVOICE-PERSON PIC 9(6).
       01 WS-CERT-HEADING.
           05 FILLER PIC X(24) VALUE "DESTRUCTION CERTIFICATE ".
           05 WCH-REGISTER PIC X(20).
           05 FILLER PIC X(7) VALUE " file: ".
           05 WCH-FILE PIC X(40).
       01 WS-CERT-RULE-LINE.
           05 FILLER PIC X(12) VALUE "  Retention ".
           05 WCR-YEARS PIC Z9.
           05 FILLER PIC X(13) VALUE " year(s) from".
           05 FILLER PIC X VALUE SPACE.
           05 WCR-DATE-FIELD PIC X(24).
           05 FILLER PIC X(17) VALUE " cutoff date:    ".
           05 WCR-CUTOFF PIC 9(8).
       01 WS-CERT-COUNT-LINE.
           05 WCC-LABEL PIC X(34).
           05 WCC-VALUE PIC Z(6)9.
       01 WS-CERT-DATES-LINE.
           05 FILLER PIC X(24) VALUE "  Oldest date removed:  ".
           05 WCD-OLDEST PIC 9(8).
           05 FILLER PIC X(26) VALUE "    Newest date removed:  ".
           05 WCD-NEWEST PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "STATUTORY RETENTION OF THE REGISTERS".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           DISPLAY "Function (S=simulate purge, P=purge, H=place legal "
               "hold, E=end legal hold, L=list holds): "
               WITH NO ADVANCING.
           ACCEPT WS-FUNCTION.
           PERFORM LOAD-LEGAL-HOLDS.
           EVALUATE TRUE
               WHEN FN-SIMULATE PERFORM RUN-RETENTION-PURGE
               WHEN FN-LIST-HOLDS PERFORM LIST-LEGAL-HOLDS
               WHEN (FN-PURGE OR FN-PLACE-HOLD OR FN-END-HOLD)
                       AND NOT OPERATOR-IS-SUPERVISOR
                   DISPLAY "This function requires a supervisor."
                   MOVE 8 TO RETURN-CODE
               WHEN FN-PURGE
                   MOVE WS-SIGNON-ID TO WS-LOCK-OPERATOR
                   MOVE "RETENTION-PURGE" TO WS-LOCK-PROGRAM
                   PERFORM ACQUIRE-RECORD-LOCK
                   IF NOT RECORD-LOCK-HELD
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       DISPLAY "Entries past retention will be "
                           "destroyed. Continue (Y/N)? "
                           WITH NO ADVANCING
                       ACCEPT WS-ANSWER
                       IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                           SET PURGE-LIVE TO TRUE
                           PERFORM RUN-RETENTION-PURGE
                       ELSE
                           DISPLAY "Purge cancelled."
                       END-IF
                       PERFORM RELEASE-RECORD-LOCK
                   END-IF
               WHEN FN-PLACE-HOLD PERFORM PLACE-LEGAL-HOLD
               WHEN FN-END-HOLD PERFORM END-LEGAL-HOLD
               WHEN OTHER
                   DISPLAY "Unknown function."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       LOAD-LEGAL-HOLDS SECTION.
           MOVE 0 TO WS-LH-COUNT.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT LegalHoldFile.
           IF WS-LEGAL-HOLD-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF
                   READ LegalHoldFile
                       AT END SET EOF TO TRUE
                   END-READ
                   IF NOT EOF AND WS-LH-COUNT = 500
                       SET LEGAL-HOLD-FILE-FULL TO TRUE
                       SET EOF TO TRUE
                   END-IF
                   IF NOT EOF
                       ADD 1 TO WS-LH-COUNT
                       MOVE LEGAL-HOLD-RECORD
                           TO WS-LH-ENTRY(WS-LH-COUNT)
                   END-IF
               END-PERFORM
               CLOSE LegalHoldFile
           END-IF.

       SAVE-LEGAL-HOLDS SECTION.
           OPEN OUTPUT LegalHoldFile.
           PERFORM VARYING WS-LH-IDX FROM 1 BY 1
                   UNTIL WS-LH-IDX > WS-LH-COUNT
               MOVE WS-LH-ENTRY(WS-LH-IDX) TO LEGAL-HOLD-RECORD
               WRITE LEGAL-HOLD-RECORD
           END-PERFORM.
           CLOSE LegalHoldFile.

       FIND-ACTIVE-HOLD SECTION.
           MOVE 0 TO WS-LH-FOUND-IDX.
           PERFORM VARYING WS-LH-IDX FROM 1 BY 1
                   UNTIL WS-LH-IDX > WS-LH-COUNT
                   OR WS-LH-FOUND-IDX > 0
               MOVE WS-LH-ENTRY(WS-LH-IDX) TO LEGAL-HOLD-RECORD
               IF LH-PERSON-ID = WS-HOLD-PERSON-ID AND LH-HOLD-ACTIVE
                   MOVE WS-LH-IDX TO WS-LH-FOUND-IDX
               END-IF
           END-PERFORM.

       PLACE-LEGAL-HOLD SECTION.
           IF LEGAL-HOLD-FILE-FULL OR WS-LH-COUNT = 500
               DISPLAY "Legal hold file holds 500 entries - hold not "
                   "placed."
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "PERSON-ID to place on legal hold: "
                   WITH NO ADVANCING
               ACCEPT WS-HOLD-PERSON-ID
               DISPLAY "Case reference: " WITH NO ADVANCING
               ACCEPT WS-HOLD-REFERENCE
               PERFORM FIND-ACTIVE-HOLD
               EVALUATE TRUE
                   WHEN WS-HOLD-PERSON-ID = 0
                       DISPLAY "PERSON-ID is required - hold not "
                           "placed."
                       MOVE 1 TO RETURN-CODE
                   WHEN WS-HOLD-REFERENCE = SPACES
                       DISPLAY "A case reference is required - hold "
                           "not placed."
                       MOVE 1 TO RETURN-CODE
                   WHEN WS-LH-FOUND-IDX > 0
                       DISPLAY "PERSON-ID " WS-HOLD-PERSON-ID
                           " is already on hold for "
                           LH-CASE-REFERENCE "."
                       MOVE 1 TO RETURN-CODE
                   WHEN OTHER
                       MOVE SPACES TO LEGAL-HOLD-RECORD
                       MOVE WS-HOLD-PERSON-ID TO LH-PERSON-ID
                       MOVE WS-HOLD-REFERENCE TO LH-CASE-REFERENCE
                       MOVE WS-RUN-DATE TO LH-PLACED-DATE
                       MOVE WS-SIGNON-ID TO LH-PLACED-BY
                       MOVE 0 TO LH-RELEASED-DATE
                       ADD 1 TO WS-LH-COUNT
                       MOVE LEGAL-HOLD-RECORD
                           TO WS-LH-ENTRY(WS-LH-COUNT)
                       PERFORM SAVE-LEGAL-HOLDS
                       DISPLAY "Legal hold placed on PERSON-ID "
                           WS-HOLD-PERSON-ID "."
               END-EVALUATE
           END-IF.

       END-LEGAL-HOLD SECTION.
           IF LEGAL-HOLD-FILE-FULL
               DISPLAY "Legal hold file could not be loaded "
                   "completely - hold not ended."
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "PERSON-ID whose legal hold ends: "
                   WITH NO ADVANCING
               ACCEPT WS-HOLD-PERSON-ID
               PERFORM FIND-ACTIVE-HOLD
               IF WS-LH-FOUND-IDX = 0
                   DISPLAY "PERSON-ID " WS-HOLD-PERSON-ID
                       " is not on legal hold."
                   MOVE 1 TO RETURN-CODE
               ELSE
                   MOVE WS-LH-ENTRY(WS-LH-FOUND-IDX)
                       TO LEGAL-HOLD-RECORD
                   DISPLAY "  Hold for " LH-CASE-REFERENCE
                       " placed " LH-PLACED-DATE " by " LH-PLACED-BY
                   DISPLAY "  End this hold (Y/N): " WITH NO ADVANCING
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                       MOVE WS-RUN-DATE TO LH-RELEASED-DATE
                       MOVE WS-SIGNON-ID TO LH-RELEASED-BY
                       MOVE LEGAL-HOLD-RECORD
                           TO WS-LH-ENTRY(WS-LH-FOUND-IDX)
                       PERFORM SAVE-LEGAL-HOLDS
                       DISPLAY "Legal hold ended."
                   ELSE
                       DISPLAY "Hold left in place."
                   END-IF
               END-IF
           END-IF.

       LIST-LEGAL-HOLDS SECTION.
           MOVE 0 TO WS-LH-ACTIVE-COUNT.
           PERFORM VARYING WS-LH-IDX FROM 1 BY 1
                   UNTIL WS-LH-IDX > WS-LH-COUNT
               MOVE WS-LH-ENTRY(WS-LH-IDX) TO LEGAL-HOLD-RECORD
               IF LH-HOLD-ACTIVE
                   ADD 1 TO WS-LH-ACTIVE-COUNT
                   DISPLAY LH-PERSON-ID " " LH-CASE-REFERENCE
                       " placed " LH-PLACED-DATE " by " LH-PLACED-BY
               END-IF
           END-PERFORM.
           DISPLAY WS-LH-ACTIVE-COUNT " person(s) on legal hold.".

       RUN-RETENTION-PURGE SECTION.
           PERFORM LOAD-RETENTION-RULES.
           IF WS-RULE-COUNT = 0
               DISPLAY "No retention rules on file - nothing purged."
               MOVE 1 TO RETURN-CODE
           ELSE
               IF LEGAL-HOLD-FILE-FULL
                   DISPLAY "Legal hold file could not be loaded "
                       "completely - run refused."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM OPEN-INVOICE-REGISTER-INPUT
                   IF INVOICE-REGISTER-FAILED
                       DISPLAY "Invoice register could not be "
                           "read - run refused."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       IF INVOICE-REGISTER-OPEN
                           SET INVOICE-REGISTER-ON-FILE TO TRUE
                       END-IF
                       PERFORM PURGE-ALL-REGISTERS
                   END-IF
               END-IF
           END-IF.

       PURGE-ALL-REGISTERS SECTION.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           IF PURGE-LIVE
               STRING "retentionpurge." DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO WS-REPORT-FILE-NAME
               END-STRING
           ELSE
               STRING "retentionsim." DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO WS-REPORT-FILE-NAME
               END-STRING
           END-IF.
           OPEN OUTPUT ReportFile.
           MOVE SPACES TO REPORT-LINE.
           IF PURGE-LIVE
               MOVE "STATUTORY RETENTION PURGE OF THE REGISTERS"
                   TO REPORT-LINE
           ELSE
               STRING "STATUTORY RETENTION PURGE OF THE REGISTERS - "
                   DELIMITED BY SIZE
                   "SIMULATION, NOTHING DESTROYED" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Run " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STAMP-TIME(1:6) DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               WS-SIGNON-ID DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM PURGE-ACCESS-LOG.
           PERFORM PURGE-DISCLOSURE-REGISTER.
           PERFORM PURGE-CERT-REGISTER.
           PERFORM PURGE-NAME-HISTORY.
           PERFORM PURGE-RESIDENCE-HISTORY.
           PERFORM PURGE-APPROVAL-QUEUE.
           PERFORM PURGE-INVOICE-REGISTER.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Entries removed from all registers: "
               DELIMITED BY SIZE
               WS-TOTAL-REMOVED DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           CLOSE ReportFile.
           PERFORM LOG-REPORT-INDEX.
           DISPLAY "Entries removed from all registers: "
               WS-TOTAL-REMOVED.
           DISPLAY "Destruction certificates written to "
               WS-REPORT-FILE-NAME ".".

       LOAD-RETENTION-RULES SECTION.
           MOVE 0 TO WS-RULE-COUNT.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > 7
               MOVE "N" TO T-RT-PRESENT(WS-REG-IDX)
               MOVE 0 TO T-RT-YEARS(WS-REG-IDX)
               MOVE SPACES TO T-RT-DATE-FIELD(WS-REG-IDX)
           END-PERFORM.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT RetentionRuleFile.
           IF WS-RETENTION-RULE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF
                   READ RetentionRuleFile
                       AT END SET EOF TO TRUE
                   END-READ
                   IF NOT EOF
                       PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                               UNTIL WS-REG-IDX > 7
                           IF RT-REGISTER = WS-REGISTER-NAME(WS-REG-IDX)
                               MOVE "Y" TO T-RT-PRESENT(WS-REG-IDX)
                               MOVE RT-RETAIN-YEARS
                                   TO T-RT-YEARS(WS-REG-IDX)
                               MOVE RT-DATE-FIELD
                                   TO T-RT-DATE-FIELD(WS-REG-IDX)
                               ADD 1 TO WS-RULE-COUNT
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE RetentionRuleFile
           END-IF.

       SET-INVOICE-ENTRY-DATE SECTION.
           IF T-RT-DATE-FIELD(WS-REG-IDX) = "IV-INVOICE-DATE"
               MOVE IV-INVOICE-DATE TO WS-ENTRY-DATE
           ELSE
               MOVE IV-PAID-DATE TO WS-ENTRY-DATE
           END-IF.

       BEGIN-REGISTER SECTION.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-REMOVED-COUNT.
           MOVE 0 TO WS-WITHIN-COUNT.
           MOVE 0 TO WS-HOLD-KEPT-COUNT.
           MOVE 0 TO WS-INVOICE-KEPT-COUNT.
           MOVE 0 TO WS-OTHER-KEPT-COUNT.
           MOVE 99999999 TO WS-OLDEST-REMOVED.
           MOVE 0 TO WS-NEWEST-REMOVED.
           MOVE "N" TO WS-REGISTER-PRESENT-SWITCH.
           MOVE "N" TO WS-RULE-USABLE-SWITCH.
           MOVE SPACES TO WS-SKIP-REASON.
           EVALUATE TRUE
               WHEN T-RT-PRESENT(WS-REG-IDX) NOT = "Y"
                   MOVE "no retention rule on file"
                       TO WS-SKIP-REASON
               WHEN T-RT-YEARS(WS-REG-IDX) NOT NUMERIC
                       OR T-RT-YEARS(WS-REG-IDX) = 0
                   MOVE "retention period is zero"
                       TO WS-SKIP-REASON
               WHEN OTHER
                   SET RULE-USABLE TO TRUE
                   MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
                   SUBTRACT T-RT-YEARS(WS-REG-IDX)
                       FROM WS-CUTOFF-CCYY
                   IF WS-CUTOFF-MMDD = 0229
                       MOVE 0228 TO WS-CUTOFF-MMDD
                   END-IF
           END-EVALUATE.

       REJECT-DATE-FIELD SECTION.
           MOVE "N" TO WS-RULE-USABLE-SWITCH.
           MOVE SPACES TO WS-SKIP-REASON.
           STRING "date field " DELIMITED BY SIZE
               T-RT-DATE-FIELD(WS-REG-IDX) DELIMITED BY SPACE
               " not known here" DELIMITED BY SIZE
               INTO WS-SKIP-REASON
           END-STRING.

       CLASSIFY-ENTRY SECTION.
           ADD 1 TO WS-READ-COUNT.
           MOVE "N" TO WS-HOLD-FOUND-SWITCH.
           MOVE "N" TO WS-OPEN-INVOICE-SWITCH.
           EVALUATE TRUE
               WHEN WS-ENTRY-DATE NOT NUMERIC
                   SET DECIDE-OTHER TO TRUE
               WHEN WS-ENTRY-DATE = 0
                   SET DECIDE-OTHER TO TRUE
               WHEN WS-ENTRY-DATE NOT < WS-CUTOFF-DATE
                   SET DECIDE-WITHIN TO TRUE
               WHEN KEEP-FOR-OTHER-REASON
                   SET DECIDE-OTHER TO TRUE
               WHEN OTHER
                   PERFORM CHECK-ENTRY-HOLD
                   IF PERSON-ON-HOLD
                       SET DECIDE-HOLD TO TRUE
                   ELSE
                       PERFORM CHECK-ENTRY-OPEN-INVOICE
                       IF OPEN-INVOICE-FOUND
                           SET DECIDE-INVOICE TO TRUE
                       ELSE
                           SET DECIDE-REMOVE TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE.
           EVALUATE TRUE
               WHEN DECIDE-REMOVE
                   ADD 1 TO WS-REMOVED-COUNT
                   IF WS-ENTRY-DATE < WS-OLDEST-REMOVED
                       MOVE WS-ENTRY-DATE TO WS-OLDEST-REMOVED
                   END-IF
                   IF WS-ENTRY-DATE > WS-NEWEST-REMOVED
                       MOVE WS-ENTRY-DATE TO WS-NEWEST-REMOVED
                   END-IF
               WHEN DECIDE-WITHIN ADD 1 TO WS-WITHIN-COUNT
               WHEN DECIDE-HOLD ADD 1 TO WS-HOLD-KEPT-COUNT
               WHEN DECIDE-INVOICE ADD 1 TO WS-INVOICE-KEPT-COUNT
               WHEN OTHER ADD 1 TO WS-OTHER-KEPT-COUNT
           END-EVALUATE.

       CHECK-ENTRY-HOLD SECTION.
           MOVE "N" TO WS-HOLD-FOUND-SWITCH.
           PERFORM VARYING WS-LH-IDX FROM 1 BY 1
                   UNTIL WS-LH-IDX > WS-LH-COUNT OR PERSON-ON-HOLD
               MOVE WS-LH-ENTRY(WS-LH-IDX) TO LEGAL-HOLD-RECORD
               IF LH-HOLD-ACTIVE
                   AND ((WS-CHECK-PERSON > 0
                           AND LH-PERSON-ID = WS-CHECK-PERSON)
                       OR (WS-CHECK-PERSON-2 > 0
                           AND LH-PERSON-ID = WS-CHECK-PERSON-2))
                   SET PERSON-ON-HOLD TO TRUE
               END-IF
           END-PERFORM.

       CHECK-ENTRY-OPEN-INVOICE SECTION.
           MOVE "N" TO WS-OPEN-INVOICE-SWITCH.
           IF INVOICE-REGISTER-OPEN
               SET IV-POSITION-LOST TO TRUE
               MOVE SPACES TO WS-IV-WANT-REFERENCE
               IF WS-CHECK-PERSON > 0
                   MOVE SPACES TO WS-IV-WANT-REQUESTER
                   MOVE WS-CHECK-PERSON TO WS-IV-WANT-REQUESTER(1:6)
                   PERFORM SCAN-REQUESTER-INVOICES
               END-IF
               IF WS-CHECK-PERSON-2 > 0 AND NOT OPEN-INVOICE-FOUND
                   MOVE SPACES TO WS-IV-WANT-REQUESTER
                   MOVE WS-CHECK-PERSON-2 TO WS-IV-WANT-REQUESTER(1:6)
                   PERFORM SCAN-REQUESTER-INVOICES
               END-IF
               IF WS-CHECK-INVOICE > 0 AND NOT OPEN-INVOICE-FOUND
                   MOVE WS-CHECK-INVOICE TO IV-INVOICE-NUMBER
                   READ InvoiceRegisterFile
                       KEY IS IV-INVOICE-NUMBER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF NOT IV-PAID
                               SET OPEN-INVOICE-FOUND TO TRUE
                           END-IF
                   END-READ
               END-IF
               IF WS-CHECK-REFERENCE NOT = SPACES
                   AND NOT OPEN-INVOICE-FOUND
                   PERFORM CHECK-REFERENCE-INVOICES
               END-IF
           END-IF.

       CHECK-REFERENCE-INVOICES SECTION.
           MOVE WS-CHECK-REFERENCE TO WS-IV-WANT-REFERENCE.
           IF WS-CHECK-REQUESTER NOT = SPACES
               MOVE WS-CHECK-REQUESTER TO WS-IV-WANT-REQUESTER
               PERFORM SCAN-REQUESTER-INVOICES
           ELSE
               MOVE "PARTNER" TO WS-IV-WANT-REQUESTER
               PERFORM SCAN-REQUESTER-INVOICES
               IF NOT OPEN-INVOICE-FOUND
                   MOVE "N" TO SOURCE-EOF-SWITCH
                   OPEN INPUT ReportIndexFile
                   IF WS-REPORT-INDEX-STATUS NOT = "35"
                       PERFORM UNTIL SOURCE-EOF OR OPEN-INVOICE-FOUND
                           READ ReportIndexFile
                               AT END SET SOURCE-EOF TO TRUE
                           END-READ
                           IF NOT SOURCE-EOF
                               AND RI-FILE-NAME = WS-CHECK-REFERENCE
                               MOVE RI-PROGRAM-NAME(1:8)
                                   TO WS-IV-WANT-REQUESTER
                               PERFORM SCAN-REQUESTER-INVOICES
                           END-IF
                       END-PERFORM
                       CLOSE ReportIndexFile
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WS-IV-WANT-REFERENCE.

       SCAN-REQUESTER-INVOICES SECTION.
           MOVE "N" TO WS-IV-CHECK-EOF-SWITCH.
           MOVE WS-IV-WANT-REQUESTER TO IV-REQUESTER.
           START InvoiceRegisterFile KEY IS = IV-REQUESTER
               INVALID KEY SET IV-CHECK-EOF TO TRUE
           END-START.
           PERFORM UNTIL IV-CHECK-EOF OR OPEN-INVOICE-FOUND
               READ InvoiceRegisterFile NEXT RECORD
                   AT END SET IV-CHECK-EOF TO TRUE
               END-READ
               IF NOT IV-CHECK-EOF
                   IF IV-REQUESTER NOT = WS-IV-WANT-REQUESTER
                       SET IV-CHECK-EOF TO TRUE
                   ELSE
                       IF NOT IV-PAID
                           AND (WS-IV-WANT-REFERENCE = SPACES
                               OR IV-REFERENCE = WS-IV-WANT-REFERENCE)
                           SET OPEN-INVOICE-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FIND-INVOICE-PERSON SECTION.
           MOVE 0 TO WS-INVOICE-PERSON.
           IF IV-REQUESTER(1:6) IS NUMERIC
               AND IV-REQUESTER(7:2) = SPACES
               MOVE IV-REQUESTER(1:6) TO WS-INVOICE-PERSON
           END-IF.

       WRITE-CERTIFICATE SECTION.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-REGISTER-NAME(WS-REG-IDX) TO WCH-REGISTER.
           MOVE WS-REGISTER-FILE TO WCH-FILE.
           MOVE WS-CERT-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF NOT RULE-USABLE OR NOT REGISTER-PRESENT
               MOVE SPACES TO REPORT-LINE
               IF NOT RULE-USABLE
                   STRING "  Register not purged - " DELIMITED BY SIZE
                       WS-SKIP-REASON DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               ELSE
                   MOVE "  Register not on hand - nothing to destroy."
                       TO REPORT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE T-RT-YEARS(WS-REG-IDX) TO WCR-YEARS
               MOVE T-RT-DATE-FIELD(WS-REG-IDX) TO WCR-DATE-FIELD
               MOVE WS-CUTOFF-DATE TO WCR-CUTOFF
               MOVE WS-CERT-RULE-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "  Entries read:" TO WCC-LABEL
               MOVE WS-READ-COUNT TO WCC-VALUE
               PERFORM WRITE-CERT-COUNT
               MOVE "  Entries destroyed:" TO WCC-LABEL
               MOVE WS-REMOVED-COUNT TO WCC-VALUE
               PERFORM WRITE-CERT-COUNT
               MOVE "  Kept, still within retention:" TO WCC-LABEL
               MOVE WS-WITHIN-COUNT TO WCC-VALUE
               PERFORM WRITE-CERT-COUNT
               MOVE "  Kept, person on legal hold:" TO WCC-LABEL
               MOVE WS-HOLD-KEPT-COUNT TO WCC-VALUE
               PERFORM WRITE-CERT-COUNT
               MOVE "  Kept, tied to an open invoice:" TO WCC-LABEL
               MOVE WS-INVOICE-KEPT-COUNT TO WCC-VALUE
               PERFORM WRITE-CERT-COUNT
               MOVE "  Kept, still current or undated:" TO WCC-LABEL
               MOVE WS-OTHER-KEPT-COUNT TO WCC-VALUE
               PERFORM WRITE-CERT-COUNT
               IF WS-REMOVED-COUNT > 0
                   MOVE WS-OLDEST-REMOVED TO WCD-OLDEST
                   MOVE WS-NEWEST-REMOVED TO WCD-NEWEST
                   MOVE WS-CERT-DATES-LINE TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               MOVE SPACES TO REPORT-LINE
               IF PURGE-LIVE
                   STRING "  Destroyed " DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                       " under the authority of " DELIMITED BY SIZE
                       WS-SIGNON-ID DELIMITED BY SIZE
                       "   Signature: ____________________"
                           DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               ELSE
                   MOVE "  Simulation only - the register is unchanged."
                       TO REPORT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
               ADD WS-REMOVED-COUNT TO WS-TOTAL-REMOVED
           END-IF.
           DISPLAY WS-REGISTER-NAME(WS-REG-IDX) " read "
               WS-READ-COUNT " destroyed " WS-REMOVED-COUNT.

       WRITE-CERT-COUNT SECTION.
           MOVE WS-CERT-COUNT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PURGE-ACCESS-LOG SECTION.
           MOVE 1 TO WS-REG-IDX.
           MOVE "accesslog.txt" TO WS-REGISTER-FILE.
           PERFORM BEGIN-REGISTER.
           IF RULE-USABLE
               AND T-RT-DATE-FIELD(WS-REG-IDX) NOT = "AX-TIMESTAMP"
               PERFORM REJECT-DATE-FIELD
           END-IF.
           IF RULE-USABLE
               OPEN INPUT AccessLogFile
               IF WS-ACCESS-LOG-STATUS = "35"
                   CONTINUE
               ELSE
                   SET REGISTER-PRESENT TO TRUE
                   OPEN OUTPUT RetentionWorkFile
                   MOVE "N" TO EOF-SWITCH
                   PERFORM UNTIL EOF
                       READ AccessLogFile
                           AT END SET EOF TO TRUE
                       END-READ
                       IF NOT EOF
                           MOVE AX-TIMESTAMP(1:8) TO WS-ENTRY-DATE
                           MOVE AX-PERSON-ID TO WS-CHECK-PERSON
                           MOVE 0 TO WS-CHECK-PERSON-2
                           MOVE SPACES TO WS-CHECK-REFERENCE
                           MOVE 0 TO WS-CHECK-INVOICE
                           MOVE "N" TO WS-KEEP-OTHER-SWITCH
                           PERFORM CLASSIFY-ENTRY
                           IF NOT DECIDE-REMOVE
                               MOVE ACCESS-LOG-RECORD
                                   TO RETENTION-WORK-LINE
                               WRITE RETENTION-WORK-LINE
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE AccessLogFile
                   CLOSE RetentionWorkFile
                   IF PURGE-LIVE
                       OPEN INPUT RetentionWorkFile
                       OPEN OUTPUT AccessLogFile
                       MOVE "N" TO EOF-SWITCH
                       PERFORM UNTIL EOF
                           READ RetentionWorkFile
                               AT END SET EOF TO TRUE
                           END-READ
                           IF NOT EOF
                               MOVE RETENTION-WORK-LINE
                                   TO ACCESS-LOG-RECORD
                               WRITE ACCESS-LOG-RECORD
                           END-IF
                       END-PERFORM
                       CLOSE RetentionWorkFile
                       CLOSE AccessLogFile
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-CERTIFICATE.

       PURGE-DISCLOSURE-REGISTER SECTION.
           MOVE 2 TO WS-REG-IDX.
           MOVE "disclosureregister.txt" TO WS-REGISTER-FILE.
           PERFORM BEGIN-REGISTER.
           IF RULE-USABLE
               AND T-RT-DATE-FIELD(WS-REG-IDX) NOT = "DS-RUN-DATE"
               PERFORM REJECT-DATE-FIELD
           END-IF.
           IF RULE-USABLE
               OPEN INPUT DisclosureRegisterFile
               IF WS-DISCLOSURE-STATUS = "35"
                   CONTINUE
               ELSE
                   SET REGISTER-PRESENT TO TRUE
                   OPEN OUTPUT RetentionWorkFile
                   MOVE "N" TO EOF-SWITCH
                   PERFORM UNTIL EOF
                       READ DisclosureRegisterFile
                           AT END SET EOF TO TRUE
                       END-READ
                       IF NOT EOF
                           MOVE DS-RUN-DATE TO WS-ENTRY-DATE
                           MOVE DS-PERSON-ID TO WS-CHECK-PERSON
                           MOVE 0 TO WS-CHECK-PERSON-2
                           MOVE DS-FILE-NAME TO WS-CHECK-REFERENCE
                           MOVE SPACES TO WS-CHECK-REQUESTER
                           MOVE 0 TO WS-CHECK-INVOICE
                           MOVE "N" TO WS-KEEP-OTHER-SWITCH
                           PERFORM CLASSIFY-ENTRY
                           IF NOT DECIDE-REMOVE
                               MOVE DISCLOSURE-REGISTER-RECORD
                                   TO RETENTION-WORK-LINE
                               WRITE RETENTION-WORK-LINE
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE DisclosureRegisterFile
                   CLOSE RetentionWorkFile
                   IF PURGE-LIVE
                       OPEN INPUT RetentionWorkFile
                       OPEN OUTPUT DisclosureRegisterFile
                       MOVE "N" TO EOF-SWITCH
                       PERFORM UNTIL EOF
                           READ RetentionWorkFile
                               AT END SET EOF TO TRUE
                           END-READ
                           IF NOT EOF
                               MOVE RETENTION-WORK-LINE
                                   TO DISCLOSURE-REGISTER-RECORD
                               WRITE DISCLOSURE-REGISTER-RECORD
                           END-IF
                       END-PERFORM
                       CLOSE RetentionWorkFile
                       CLOSE DisclosureRegisterFile
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-CERTIFICATE.

       PURGE-CERT-REGISTER SECTION.
           MOVE 3 TO WS-REG-IDX.
           MOVE "certregister.txt" TO WS-REGISTER-FILE.
           PERFORM BEGIN-REGISTER.
           IF RULE-USABLE
               AND T-RT-DATE-FIELD(WS-REG-IDX) NOT = "CR-ISSUE-DATE"
               AND T-RT-DATE-FIELD(WS-REG-IDX) NOT = "CR-LAST-VERIFIED"
               PERFORM REJECT-DATE-FIELD
           END-IF.
           IF RULE-USABLE
               OPEN INPUT CertRegisterFile
               IF WS-CERT-REGISTER-STATUS = "35"
                   CONTINUE
               ELSE
                   SET REGISTER-PRESENT TO TRUE
                   OPEN OUTPUT RetentionWorkFile
                   MOVE "N" TO EOF-SWITCH
                   PERFORM UNTIL EOF
                       READ CertRegisterFile
                           AT END SET EOF TO TRUE
                       END-READ
                       IF NOT EOF
                           MOVE CR-ISSUE-DATE TO WS-ENTRY-DATE
                           IF T-RT-DATE-FIELD(WS-REG-IDX)
                                   = "CR-LAST-VERIFIED"
                               AND CR-LAST-VERIFIED IS NUMERIC
                               AND CR-LAST-VERIFIED > 0
                               MOVE CR-LAST-VERIFIED TO WS-ENTRY-DATE
                           END-IF
                           MOVE CR-PERSON-ID TO WS-CHECK-PERSON
                           MOVE 0 TO WS-CHECK-PERSON-2
                           MOVE CR-FILE-NAME TO WS-CHECK-REFERENCE
                           MOVE CR-OPERATOR-ID TO WS-CHECK-REQUESTER
                           MOVE 0 TO WS-CHECK-INVOICE
                           MOVE "N" TO WS-KEEP-OTHER-SWITCH
                           PERFORM CLASSIFY-ENTRY
                           IF NOT DECIDE-REMOVE
                               MOVE CERT-REGISTER-RECORD
                                   TO RETENTION-WORK-LINE
                               WRITE RETENTION-WORK-LINE
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE CertRegisterFile
                   CLOSE RetentionWorkFile
                   IF PURGE-LIVE
                       OPEN INPUT RetentionWorkFile
                       OPEN OUTPUT CertRegisterFile
                       MOVE "N" TO EOF-SWITCH
                       PERFORM UNTIL EOF
                           READ RetentionWorkFile
                               AT END SET EOF TO TRUE
                           END-READ
                           IF NOT EOF
                               MOVE RETENTION-WORK-LINE
                                   TO CERT-REGISTER-RECORD
                               WRITE CERT-REGISTER-RECORD
                           END-IF
                       END-PERFORM
                       CLOSE RetentionWorkFile
                       CLOSE CertRegisterFile
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-CERTIFICATE.

       PURGE-NAME-HISTORY SECTION.
           MOVE 4 TO WS-REG-IDX.
           MOVE WS-ENV-NAMEHIST TO WS-REGISTER-FILE.
           PERFORM BEGIN-REGISTER.
           IF RULE-USABLE
               AND T-RT-DATE-FIELD(WS-REG-IDX) NOT = "NH-TIMESTAMP"
               PERFORM REJECT-DATE-FIELD
           END-IF.
           IF RULE-USABLE
               OPEN INPUT NameHistoryFile
               IF WS-NAME-HISTORY-STATUS = "35"
                   CONTINUE
               ELSE
                   SET REGISTER-PRESENT TO TRUE
                   OPEN OUTPUT RetentionWorkFile
                   MOVE "N" TO EOF-SWITCH
                   PERFORM UNTIL EOF
                       READ NameHistoryFile
                           AT END SET EOF TO TRUE
                       END-READ
                       IF NOT EOF
                           MOVE NH-TIMESTAMP(1:8) TO WS-ENTRY-DATE
                           MOVE NH-PERSON-ID TO WS-CHECK-PERSON
                           MOVE 0 TO WS-CHECK-PERSON-2
                           MOVE SPACES TO WS-CHECK-REFERENCE
                           MOVE 0 TO WS-CHECK-INVOICE
                           MOVE "N" TO WS-KEEP-OTHER-SWITCH
                           PERFORM CLASSIFY-ENTRY
                           IF NOT DECIDE-REMOVE
                               MOVE NAME-HISTORY-RECORD
                                   TO RETENTION-WORK-LINE
                               WRITE RETENTION-WORK-LINE
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE NameHistoryFile
                   CLOSE RetentionWorkFile
                   IF PURGE-LIVE
                       OPEN INPUT RetentionWorkFile
                       OPEN OUTPUT NameHistoryFile
                       MOVE "N" TO EOF-SWITCH
                       PERFORM UNTIL EOF
                           READ RetentionWorkFile
                               AT END SET EOF TO TRUE
                           END-READ
                           IF NOT EOF
                               MOVE RETENTION-WORK-LINE
                                   TO NAME-HISTORY-RECORD
                               WRITE NAME-HISTORY-RECORD
                           END-IF
                       END-PERFORM
                       CLOSE RetentionWorkFile
                       CLOSE NameHistoryFile
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-CERTIFICATE.

       PURGE-RESIDENCE-HISTORY SECTION.
           MOVE 5 TO WS-REG-IDX.
           MOVE WS-ENV-RESIDHIST TO WS-REGISTER-FILE.
           PERFORM BEGIN-REGISTER.
           IF RULE-USABLE
               AND T-RT-DATE-FIELD(WS-REG-IDX)
                   NOT = "RH-EFFECTIVE-DATE"
               AND T-RT-DATE-FIELD(WS-REG-IDX) NOT = "RH-END-DATE"
               AND T-RT-DATE-FIELD(WS-REG-IDX) NOT = "RH-TIMESTAMP"
               PERFORM REJECT-DATE-FIELD
           END-IF.
           IF RULE-USABLE
               OPEN INPUT ResidenceHistoryFile
               IF WS-RESIDENCE-HISTORY-STATUS = "35"
                   CONTINUE
               ELSE
                   CLOSE ResidenceHistoryFile
                   SET REGISTER-PRESENT TO TRUE
                   PERFORM LIST-CURRENT-ADDRESSES
                   PERFORM SCAN-RESIDENCE-HISTORY
               END-IF
           END-IF.
           PERFORM WRITE-CERTIFICATE.

       LIST-CURRENT-ADDRESSES SECTION.
           OPEN OUTPUT CurrentListFile.
           SORT ResidenceSortFile
               ON ASCENDING KEY RS-PERSON-ID
               ON DESCENDING KEY RS-LINE-SEQ
               INPUT PROCEDURE IS RESIDENCE-SORT-INPUT
               OUTPUT PROCEDURE IS RESIDENCE-SORT-OUTPUT.
           CLOSE CurrentListFile.
           SORT CurrentSortFile
               ON ASCENDING KEY CS-LINE-SEQ
               USING CurrentListFile
               GIVING CurrentSortedFile.

       RESIDENCE-SORT-INPUT SECTION.
           MOVE 0 TO WS-LINE-SEQ.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT ResidenceHistoryFile.
           PERFORM UNTIL EOF
               READ ResidenceHistoryFile
                   AT END SET EOF TO TRUE
               END-READ
               IF NOT EOF
                   ADD 1 TO WS-LINE-SEQ
                   IF RH-REGISTERED-ADDRESS
                       MOVE RH-PERSON-ID TO RS-PERSON-ID
                       MOVE WS-LINE-SEQ TO RS-LINE-SEQ
                       RELEASE RESIDENCE-SORT-RECORD
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ResidenceHistoryFile.

       RESIDENCE-SORT-OUTPUT SECTION.
           MOVE "Y" TO WS-FIRST-SORT-SWITCH.
           MOVE "N" TO EOF-SWITCH.
           PERFORM UNTIL EOF
               RETURN ResidenceSortFile
                   AT END SET EOF TO TRUE
                   NOT AT END
                       IF FIRST-SORT-RECORD
                           OR RS-PERSON-ID NOT = WS-LAST-SORT-PERSON
                           MOVE RS-LINE-SEQ TO CL-LINE-SEQ
                           WRITE CURRENT-LIST-RECORD
                           MOVE RS-PERSON-ID TO WS-LAST-SORT-PERSON
                           MOVE "N" TO WS-FIRST-SORT-SWITCH
                       END-IF
               END-RETURN
           END-PERFORM.

       READ-NEXT-CURRENT SECTION.
           READ CurrentSortedFile
               AT END
                   SET CURRENT-EOF TO TRUE
                   MOVE 99999999 TO WS-NEXT-CURRENT-SEQ
               NOT AT END
                   MOVE CSD-LINE-SEQ TO WS-NEXT-CURRENT-SEQ
           END-READ.

       SCAN-RESIDENCE-HISTORY SECTION.
           MOVE 0 TO WS-LINE-SEQ.
           MOVE "N" TO CURRENT-EOF-SWITCH.
           OPEN INPUT CurrentSortedFile.
           PERFORM READ-NEXT-CURRENT.
           OPEN INPUT ResidenceHistoryFile.
           OPEN OUTPUT RetentionWorkFile.
           MOVE "N" TO EOF-SWITCH.
           PERFORM UNTIL EOF
               READ ResidenceHistoryFile
                   AT END SET EOF TO TRUE
               END-READ
               IF NOT EOF
                   ADD 1 TO WS-LINE-SEQ
                   MOVE "N" TO WS-KEEP-OTHER-SWITCH
                   IF WS-LINE-SEQ = WS-NEXT-CURRENT-SEQ
                       SET KEEP-FOR-OTHER-REASON TO TRUE
                       PERFORM READ-NEXT-CURRENT
                   END-IF
                   IF NOT RH-REGISTERED-ADDRESS
                       AND (RH-END-DATE NOT NUMERIC
                           OR RH-END-DATE = 0)
                       SET KEEP-FOR-OTHER-REASON TO TRUE
                   END-IF
                   EVALUATE T-RT-DATE-FIELD(WS-REG-IDX)
                       WHEN "RH-END-DATE"
                           MOVE RH-END-DATE TO WS-ENTRY-DATE
                       WHEN "RH-TIMESTAMP"
                           MOVE RH-TIMESTAMP(1:8) TO WS-ENTRY-DATE
                       WHEN OTHER
                           MOVE RH-EFFECTIVE-DATE TO WS-ENTRY-DATE
                           IF WS-ENTRY-DATE = 0
                               MOVE RH-TIMESTAMP(1:8) TO WS-ENTRY-DATE
                           END-IF
                   END-EVALUATE
                   MOVE RH-PERSON-ID TO WS-CHECK-PERSON
                   MOVE 0 TO WS-CHECK-PERSON-2
                   MOVE SPACES TO WS-CHECK-REFERENCE
                   MOVE 0 TO WS-CHECK-INVOICE
                   PERFORM CLASSIFY-ENTRY
                   IF NOT DECIDE-REMOVE
                       MOVE RESIDENCE-HISTORY-RECORD
                           TO RETENTION-WORK-LINE
                       WRITE RETENTION-WORK-LINE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ResidenceHistoryFile.
           CLOSE RetentionWorkFile.
           CLOSE CurrentSortedFile.
           IF PURGE-LIVE
               OPEN INPUT RetentionWorkFile
               OPEN OUTPUT ResidenceHistoryFile
               MOVE "N" TO EOF-SWITCH
               PERFORM UNTIL EOF
                   READ RetentionWorkFile
                       AT END SET EOF TO TRUE
                   END-READ
                   IF NOT EOF
                       MOVE RETENTION-WORK-LINE
                           TO RESIDENCE-HISTORY-RECORD
                       WRITE RESIDENCE-HISTORY-RECORD
                   END-IF
               END-PERFORM
               CLOSE RetentionWorkFile
               CLOSE ResidenceHistoryFile
           END-IF.

       PURGE-APPROVAL-QUEUE SECTION.
           MOVE 6 TO WS-REG-IDX.
           MOVE "approvalqueue.txt" TO WS-REGISTER-FILE.
           PERFORM BEGIN-REGISTER.
           IF RULE-USABLE
               AND T-RT-DATE-FIELD(WS-REG-IDX)
                   NOT = "AQ-DECISION-TIMESTAMP"
               AND T-RT-DATE-FIELD(WS-REG-IDX)
                   NOT = "AQ-REQUEST-TIMESTAMP"
               PERFORM REJECT-DATE-FIELD
           END-IF.
           IF RULE-USABLE
               OPEN INPUT ApprovalQueueFile
               IF WS-APPROVAL-QUEUE-STATUS = "35"
                   CONTINUE
               ELSE
                   SET REGISTER-PRESENT TO TRUE
                   OPEN OUTPUT RetentionWorkFile
                   MOVE "N" TO EOF-SWITCH
                   PERFORM UNTIL EOF
                       READ ApprovalQueueFile
                           AT END SET EOF TO TRUE
                       END-READ
                       IF NOT EOF
                           PERFORM CLASSIFY-APPROVAL-TICKET
                           IF NOT DECIDE-REMOVE
                               MOVE APPROVAL-QUEUE-RECORD
                                   TO RETENTION-WORK-LINE
                               WRITE RETENTION-WORK-LINE
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ApprovalQueueFile
                   CLOSE RetentionWorkFile
                   IF PURGE-LIVE
                       OPEN INPUT RetentionWorkFile
                       OPEN OUTPUT ApprovalQueueFile
                       MOVE "N" TO EOF-SWITCH
                       PERFORM UNTIL EOF
                           READ RetentionWorkFile
                               AT END SET EOF TO TRUE
                           END-READ
                           IF NOT EOF
                               MOVE RETENTION-WORK-LINE
                                   TO APPROVAL-QUEUE-RECORD
                               WRITE APPROVAL-QUEUE-RECORD
                           END-IF
                       END-PERFORM
                       CLOSE RetentionWorkFile
                       CLOSE ApprovalQueueFile
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-CERTIFICATE.

       CLASSIFY-APPROVAL-TICKET SECTION.
           IF T-RT-DATE-FIELD(WS-REG-IDX) = "AQ-REQUEST-TIMESTAMP"
               MOVE AQ-REQUEST-TIMESTAMP(1:8) TO WS-ENTRY-DATE
           ELSE
               MOVE AQ-DECISION-TIMESTAMP(1:8) TO WS-ENTRY-DATE
           END-IF.
           MOVE "N" TO WS-KEEP-OTHER-SWITCH.
           IF AQ-PENDING OR AQ-APPROVED
               SET KEEP-FOR-OTHER-REASON TO TRUE
           END-IF.
           MOVE SPACES TO WS-CHECK-REFERENCE.
           IF AQ-ACTION-CREDIT-NOTE OR AQ-ACTION-WRITE-OFF
               MOVE 0 TO WS-CHECK-PERSON
               MOVE 0 TO WS-CHECK-PERSON-2
               MOVE AQ-PERSON-ID TO WS-CHECK-INVOICE
           ELSE
               MOVE AQ-PERSON-ID TO WS-CHECK-PERSON
               MOVE AQ-PERSON-ID-2 TO WS-CHECK-PERSON-2
               MOVE 0 TO WS-CHECK-INVOICE
           END-IF.
           PERFORM CLASSIFY-ENTRY.

       PURGE-INVOICE-REGISTER SECTION.
           MOVE 7 TO WS-REG-IDX.
           MOVE "invoiceregister.dat" TO WS-REGISTER-FILE.
           PERFORM BEGIN-REGISTER.
           IF RULE-USABLE
               AND T-RT-DATE-FIELD(WS-REG-IDX) NOT = "IV-PAID-DATE"
               AND T-RT-DATE-FIELD(WS-REG-IDX) NOT = "IV-INVOICE-DATE"
               PERFORM REJECT-DATE-FIELD
           END-IF.
           IF RULE-USABLE AND INVOICE-REGISTER-ON-FILE AND PURGE-LIVE
               PERFORM CLOSE-INVOICE-REGISTER
               PERFORM OPEN-INVOICE-REGISTER
               IF INVOICE-REGISTER-FAILED
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF RULE-USABLE AND INVOICE-REGISTER-OPEN
               SET REGISTER-PRESENT TO TRUE
               PERFORM START-INVOICE-SCAN
               PERFORM READ-NEXT-INVOICE
               PERFORM UNTIL IV-SCAN-EOF
                   PERFORM CLASSIFY-INVOICE
                   PERFORM READ-NEXT-INVOICE
               END-PERFORM
           END-IF.
           PERFORM CLOSE-INVOICE-REGISTER.
           PERFORM WRITE-CERTIFICATE.

       CLASSIFY-INVOICE SECTION.
           MOVE "N" TO WS-IV-POSITION-SWITCH.
           PERFORM SET-INVOICE-ENTRY-DATE.
           MOVE "N" TO WS-KEEP-OTHER-SWITCH.
           IF NOT IV-PAID
               SET KEEP-FOR-OTHER-REASON TO TRUE
           ELSE
               IF WS-ENTRY-DATE IS NUMERIC
                   AND WS-ENTRY-DATE > 0
                   AND WS-ENTRY-DATE < WS-CUTOFF-DATE
                   PERFORM CHECK-INVOICE-SOURCE
                   IF SOURCE-ON-FILE
                       SET KEEP-FOR-OTHER-REASON TO TRUE
                   END-IF
               END-IF
           END-IF.
           MOVE INVOICE-REGISTER-RECORD TO WS-IV-SAVE-RECORD.
           PERFORM FIND-INVOICE-PERSON.
           MOVE WS-INVOICE-PERSON TO WS-CHECK-PERSON.
           MOVE 0 TO WS-CHECK-PERSON-2.
           MOVE SPACES TO WS-CHECK-REFERENCE.
           MOVE 0 TO WS-CHECK-INVOICE.
           PERFORM CLASSIFY-ENTRY.
           MOVE WS-IV-SAVE-RECORD TO INVOICE-REGISTER-RECORD.
           IF DECIDE-REMOVE AND PURGE-LIVE
               SET IV-POSITION-LOST TO TRUE
               DELETE InvoiceRegisterFile RECORD
                   INVALID KEY
                       DISPLAY "Invoice " IV-INVOICE-NUMBER
                           " could not be destroyed."
                       MOVE 2 TO RETURN-CODE
               END-DELETE
           END-IF.
           IF IV-POSITION-LOST
               START InvoiceRegisterFile
                   KEY IS GREATER THAN IV-INVOICE-NUMBER
                   INVALID KEY SET IV-SCAN-EOF TO TRUE
               END-START
           END-IF.

       CHECK-INVOICE-SOURCE SECTION.
           MOVE "N" TO WS-SOURCE-FOUND-SWITCH.
           MOVE IV-REFERENCE TO WS-SOURCE-REFERENCE.
           MOVE "N" TO SOURCE-EOF-SWITCH.
           OPEN INPUT CertRegisterFile.
           IF WS-CERT-REGISTER-STATUS NOT = "35"
               PERFORM UNTIL SOURCE-EOF OR SOURCE-ON-FILE
                   READ CertRegisterFile
                       AT END SET SOURCE-EOF TO TRUE
                   END-READ
                   IF NOT SOURCE-EOF
                       AND CR-FILE-NAME = WS-SOURCE-REFERENCE
                       SET SOURCE-ON-FILE TO TRUE
                   END-IF
               END-PERFORM
               CLOSE CertRegisterFile
           END-IF.
           IF NOT SOURCE-ON-FILE
               MOVE "N" TO SOURCE-EOF-SWITCH
               OPEN INPUT TransmitRegisterFile
               IF WS-TRANSMIT-REGISTER-STATUS NOT = "35"
                   PERFORM UNTIL SOURCE-EOF OR SOURCE-ON-FILE
                       READ TransmitRegisterFile
                           AT END SET SOURCE-EOF TO TRUE
                       END-READ
                       IF NOT SOURCE-EOF
                           AND TR-FILE-NAME = WS-SOURCE-REFERENCE
                           SET SOURCE-ON-FILE TO TRUE
                       END-IF
                   END-PERFORM
                   CLOSE TransmitRegisterFile
               END-IF
           END-IF.
           IF NOT SOURCE-ON-FILE
               MOVE "N" TO SOURCE-EOF-SWITCH
               OPEN INPUT ReportIndexFile
               IF WS-REPORT-INDEX-STATUS NOT = "35"
                   PERFORM UNTIL SOURCE-EOF OR SOURCE-ON-FILE
                       READ ReportIndexFile
                           AT END SET SOURCE-EOF TO TRUE
                       END-READ
                       IF NOT SOURCE-EOF
                           AND RI-FILE-NAME = WS-SOURCE-REFERENCE
                           SET SOURCE-ON-FILE TO TRUE
                       END-IF
                   END-PERFORM
                   CLOSE ReportIndexFile
               END-IF
           END-IF.
           IF NOT SOURCE-ON-FILE
               AND WS-SOURCE-REFERENCE(1:8) = "INQUIRY "
               MOVE "N" TO SOURCE-EOF-SWITCH
               OPEN INPUT InquiryRegisterFile
               IF WS-INQUIRY-REGISTER-STATUS NOT = "35"
                   PERFORM UNTIL SOURCE-EOF OR SOURCE-ON-FILE
                       READ InquiryRegisterFile
                           AT END SET SOURCE-EOF TO TRUE
                       END-READ
                       IF NOT SOURCE-EOF AND IQ-ADDRESS-FOUND
                           MOVE SPACES TO WS-SOURCE-WORK-REFERENCE
                           STRING "INQUIRY " DELIMITED BY SIZE
                               IQ-REQUESTER DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               IQ-REQUEST-REF DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               IQ-RUN-DATE DELIMITED BY SIZE
                               INTO WS-SOURCE-WORK-REFERENCE
                           END-STRING
                           IF WS-SOURCE-WORK-REFERENCE
                                   = WS-SOURCE-REFERENCE
                               SET SOURCE-ON-FILE TO TRUE
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE InquiryRegisterFile
               END-IF
           END-IF.

       WRITE-REPORT-LINE SECTION.
           WRITE REPORT-LINE.
           ADD 1 TO WS-TOTAL-LINES.

       LOG-REPORT-INDEX SECTION.
           MOVE "RETENTION PURGE" TO RI-REPORT-NAME.
           MOVE "RETENTION-PURGE" TO RI-PROGRAM-NAME.
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

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-NAMEHIST TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-NAMEHIST
               MOVE WS-ENV-RESIDHIST TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RESIDHIST
               MOVE WS-ENV-RECORDLOCK TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDLOCK
           END-IF.

       COPY "ENV-SECTIONS".

       COPY "LOCK-SECTIONS".

       COPY "INVOICE-REGISTER-OPEN".

       COPY "SIGN-ON".

       END PROGRAM RETENTION-PURGE.
