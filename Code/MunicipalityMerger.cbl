       IDENTIFICATION DIVISION.
       PROGRAM-ID. MUNICIPALITY-MERGER.
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
       SELECT HouseholdMasterFile
          ASSIGN TO DYNAMIC WS-ENV-HHMASTER
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HM-HOUSEHOLD-ID
          FILE STATUS IS WS-MASTER-STATUS.
       SELECT MergePersonFile
          ASSIGN TO DYNAMIC WS-MERGE-RECORDFILE
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MRG-PERSON-ID
          ALTERNATE RECORD KEY IS MRG-SURNAME WITH DUPLICATES
          FILE STATUS IS WS-MERGE-PERSON-STATUS.
       SELECT MergeHouseholdFile
          ASSIGN TO DYNAMIC WS-MERGE-HHMASTER
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MRG-HOUSEHOLD-ID
          FILE STATUS IS WS-MERGE-HOUSEHOLD-STATUS.
       SELECT MergeResidenceFile
          ASSIGN TO DYNAMIC WS-MERGE-RESIDHIST
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-MERGE-RESIDENCE-STATUS.
       SELECT MergeJournalFile
          ASSIGN TO DYNAMIC WS-MERGE-JOURNAL
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-MERGE-JOURNAL-STATUS.
       SELECT MergerCardFile
          ASSIGN TO "mergercard.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-MERGER-CARD-STATUS.
       SELECT MergerLogFile
          ASSIGN TO "mergerlog.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-MERGER-LOG-STATUS.
       SELECT JournalFile
          ASSIGN TO DYNAMIC WS-ENV-JOURNAL
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT JournalHashFile
          ASSIGN TO "journalhash.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-JOURNAL-HASH-STATUS.
       SELECT ResidenceHistoryFile
          ASSIGN TO DYNAMIC WS-ENV-RESIDHIST
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RESIDENCE-HISTORY-STATUS.
       SELECT WriteLogFile
          ASSIGN TO DYNAMIC WS-ENV-WRITECOUNT
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-WRITE-LOG-STATUS.
       SELECT NextIdFile
          ASSIGN TO DYNAMIC WS-ENV-NEXTID
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-NEXT-ID-STATUS.
       SELECT XrefRegisterFile
          ASSIGN TO "xrefregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-XREF-STATUS.
       SELECT RecordLockFile
          ASSIGN TO DYNAMIC WS-ENV-RECORDLOCK
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RECORD-LOCK-STATUS.
       SELECT OperatorMasterFile
          ASSIGN TO "operators.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-OPERATOR-MASTER-STATUS.
       SELECT ApprovalQueueFile
          ASSIGN TO "approvalqueue.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-APPROVAL-QUEUE-STATUS.
       SELECT ReportFile
          ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REPORT-STATUS.
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

       FD RecordFile.
       COPY "PersonData".

       FD HouseholdMasterFile.
       COPY "HouseholdMaster".

       FD MergePersonFile.
       01 MERGE-PERSON-RECORD.
           05 MRG-PERSON-ID PIC 9(6).
           05 FILLER PIC X(21).
           05 MRG-SURNAME PIC X(10).
           05 FILLER PIC X(171).
       01 MERGE-CONTROL-RECORD REDEFINES MERGE-PERSON-RECORD.
           05 MRG-CONTROL-ID PIC 9(6).
           05 MRG-CONTROL-COUNT PIC 9(6).
           05 MRG-LAYOUT-VERSION PIC 9(2).
           05 FILLER PIC X(194).

       FD MergeHouseholdFile.
       01 MERGE-HOUSEHOLD-RECORD.
           05 MRG-HOUSEHOLD-ID PIC 9(4).
           05 FILLER PIC X(1292).

       FD MergeResidenceFile.
       01 MERGE-RESIDENCE-LINE PIC X(88).

       FD MergeJournalFile.
       01 MERGE-JOURNAL-LINE PIC X(473).

       FD MergerCardFile.
       01 MERGER-CARD-RECORD.
           05 MC-SOURCE-PREFIX PIC X(10).
           05 MC-SOURCE-MUNICIPALITY PIC X(4).
           05 MC-TARGET-MUNICIPALITY PIC X(4).
           05 MC-RUN-MODE PIC X.

       FD MergerLogFile.
       01 MERGER-LOG-RECORD.
           05 ML-SOURCE-PREFIX PIC X(10).
           05 ML-SOURCE-MUNICIPALITY PIC X(4).
           05 ML-RUN-MODE PIC X.
               88 ML-SIMULATION VALUE "S".
               88 ML-LIVE VALUE "L".
           05 ML-RUN-DATE PIC 9(8).
           05 ML-OPERATOR-ID PIC X(8).
           05 ML-PERSON-INPUT PIC 9(6).
           05 ML-HOUSEHOLD-INPUT PIC 9(6).
           05 ML-RESIDENCE-INPUT PIC 9(6).
           05 ML-JOURNAL-INPUT PIC 9(6).
           05 ML-RESULT PIC X.
               88 ML-BALANCED VALUE "B".
               88 ML-OUT-OF-BALANCE VALUE "O".

       FD JournalFile.
       COPY "CHANGE-JOURNAL".

       FD JournalHashFile.
       COPY "JOURNAL-HASH".

       FD ResidenceHistoryFile.
       COPY "RESIDENCE-HISTORY".

       FD WriteLogFile.
       COPY "WRITE-LOG".

       FD NextIdFile.
       COPY "NEXT-ID".

       FD XrefRegisterFile.
       COPY "XREF-REGISTER".

       FD RecordLockFile.
       COPY "RECORD-LOCK".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       FD ApprovalQueueFile.
       COPY "APPROVAL-QUEUE".

       FD ReportFile.
       01 REPORT-LINE PIC X(100).

       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       WORKING-STORAGE SECTION.
       COPY "JOURNAL-CHAIN-WS".
       COPY "APPROVAL-WS".
       COPY "RESIDENCE-WS".
       COPY "CHECK-DIGIT-WS".
       COPY "LAYOUT-VERSION".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-ENV-HHMASTER PIC X(40) VALUE "householdmaster.dat".
       01 WS-ENV-JOURNAL PIC X(40) VALUE "changejournal.txt".
       01 WS-ENV-WRITECOUNT PIC X(40) VALUE "writecount.txt".
       01 WS-ENV-NEXTID PIC X(40) VALUE "nextid.txt".
       01 WS-ENV-RECORDLOCK PIC X(40) VALUE "recordlock.txt".
       01 WS-MERGE-RECORDFILE PIC X(40).
       01 WS-MERGE-HHMASTER PIC X(40).
       01 WS-MERGE-RESIDHIST PIC X(40).
       01 WS-MERGE-JOURNAL PIC X(40).
       01 WS-FILE-STATUS PIC X(2).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-MERGE-PERSON-STATUS PIC X(2).
       01 WS-MERGE-HOUSEHOLD-STATUS PIC X(2).
       01 WS-MERGE-RESIDENCE-STATUS PIC X(2).
       01 WS-MERGE-JOURNAL-STATUS PIC X(2).
       01 WS-MERGER-CARD-STATUS PIC X(2).
       01 WS-MERGER-LOG-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-WRITE-LOG-STATUS PIC X(2).
       01 WS-NEXT-ID-STATUS PIC X(2).
       01 WS-XREF-STATUS PIC X(2).
       01 WS-RECORD-LOCK-STATUS PIC X(2).
       01 WS-OPERATOR-MASTER-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-REPORT-INDEX-STATUS PIC X(2).
       01 WS-REPORT-FILE-NAME PIC X(40).
       01 WS-LOCK-HELD-SWITCH PIC X VALUE "N".
           88 RECORD-LOCK-HELD VALUE "Y".
       01 WS-LOCK-OPERATOR PIC X(8).
       01 WS-LOCK-PROGRAM PIC X(20).
       01 WS-LOCK-STAMP-DATE PIC 9(8).
       01 WS-LOCK-STAMP-TIME PIC 9(8).
       01 OPERATOR-EOF-SWITCH PIC X VALUE "N".
           88 OPERATOR-EOF VALUE "Y".
       01 WS-SIGNON-ID PIC X(8).
       01 WS-OPERATOR-ROLE PIC X.
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
           88 OPERATOR-CAN-UPDATE VALUE "S" "U".
       01 WS-OPERATOR-VALID-SWITCH PIC X VALUE "N".
           88 OPERATOR-VALID VALUE "Y".
       COPY "TRAILER-KEY".
       01 WS-NEXT-PERSON-ID PIC 9(6).
       01 WS-ASSIGNED-ID PIC 9(6) VALUE 0.
       01 WS-FREE-ID-SWITCH PIC X VALUE "N".
           88 FREE-ID-FOUND VALUE "Y".
       01 WS-MERGE-PREFIX PIC X(10) VALUE SPACES.
       01 WS-SOURCE-MUNICIPALITY PIC X(4) VALUE SPACES.
       01 WS-TARGET-MUNICIPALITY PIC X(4) VALUE SPACES.
       01 WS-MERGE-SYSTEM-CODE PIC X(8).
       01 WS-RUN-MODE PIC X VALUE "S".
           88 MERGE-SIMULATION VALUE "S".
           88 MERGE-LIVE VALUE "L".
       01 WS-PRIOR-SIMULATION-SWITCH PIC X VALUE "N".
           88 PRIOR-SIMULATION-FOUND VALUE "Y".
       01 WS-PRIOR-LIVE-SWITCH PIC X VALUE "N".
           88 PRIOR-LIVE-FOUND VALUE "Y".
       01 WS-HH-ABSENT-SWITCH PIC X VALUE "N".
           88 OUR-HOUSEHOLDS-ABSENT VALUE "Y".
       01 WS-COLLISION-SWITCH PIC X VALUE "N".
           88 ID-COLLIDES VALUE "Y".
       01 WS-MAP-FAILED-SWITCH PIC X VALUE "N".
           88 MERGE-MAP-FAILED VALUE "Y".
       01 WS-BALANCE-SWITCH PIC X VALUE "Y".
           88 MERGE-BALANCED VALUE "Y".
       01 MERGE-EOF-SWITCH PIC X VALUE "N".
           88 MERGE-EOF VALUE "Y".
       01 EOF-SWITCH PIC X VALUE "N".
           88 EOF VALUE "Y".
       01 WS-PID-TABLE.
           05 WS-PID-ENTRY OCCURS 5000 TIMES.
               10 T-PID-OLD PIC 9(6).
               10 T-PID-NEW PIC 9(6).
       01 WS-PID-COUNT PIC 9(4) VALUE 0.
       01 WS-PID-IDX PIC 9(4).
       01 WS-HID-TABLE.
           05 WS-HID-ENTRY OCCURS 2000 TIMES.
               10 T-HID-OLD PIC 9(4).
               10 T-HID-NEW PIC 9(4).
       01 WS-HID-COUNT PIC 9(4) VALUE 0.
       01 WS-HID-IDX PIC 9(4).
       01 WS-MAP-OLD-ID PIC 9(6).
       01 WS-MAP-NEW-ID PIC 9(6).
       01 WS-MAP-HIT-SWITCH PIC X VALUE "N".
           88 MAP-HIT VALUE "Y".
       01 WS-MAP-OLD-HH PIC 9(4).
       01 WS-MAP-NEW-HH PIC 9(4).
       01 WS-MERGE-OLD-ID PIC 9(6).
       01 WS-CANDIDATE-ID PIC 9(6).
       01 WS-HIGHEST-ID PIC 9(6) VALUE 0.
       01 WS-HIGHEST-HOUSEHOLD PIC 9(5) VALUE 0.
       01 WS-CANDIDATE-HOUSEHOLD PIC 9(5).
       01 M-IDX PIC 9(2).
       01 C-IDX PIC 9(2).
       01 EC-IDX PIC 9.
       01 WS-TRAILER-SWITCH PIC X VALUE "N".
           88 INCOMING-TRAILER-FOUND VALUE "Y".
       01 WS-INCOMING-TRAILER-COUNT PIC 9(6) VALUE 0.
       01 WS-COUNTED-PERSONS PIC 9(6) VALUE 0.
       01 WS-COUNTED-HOUSEHOLDS PIC 9(6) VALUE 0.
       01 WS-COUNTED-RESIDENCES PIC 9(6) VALUE 0.
       01 WS-COUNTED-JOURNALS PIC 9(6) VALUE 0.
       01 WS-PER-INPUT PIC 9(6) VALUE 0.
       01 WS-PER-RENUMBERED PIC 9(6) VALUE 0.
       01 WS-PER-LOADED PIC 9(6) VALUE 0.
       01 WS-PER-REJECTED PIC 9(6) VALUE 0.
       01 WS-HH-INPUT PIC 9(6) VALUE 0.
       01 WS-HH-RENUMBERED PIC 9(6) VALUE 0.
       01 WS-HH-LOADED PIC 9(6) VALUE 0.
       01 WS-HH-REJECTED PIC 9(6) VALUE 0.
       01 WS-RES-INPUT PIC 9(6) VALUE 0.
       01 WS-RES-RENUMBERED PIC 9(6) VALUE 0.
       01 WS-RES-LOADED PIC 9(6) VALUE 0.
       01 WS-RES-REJECTED PIC 9(6) VALUE 0.
       01 WS-JNL-INPUT PIC 9(6) VALUE 0.
       01 WS-JNL-RENUMBERED PIC 9(6) VALUE 0.
       01 WS-JNL-LOADED PIC 9(6) VALUE 0.
       01 WS-JNL-REJECTED PIC 9(6) VALUE 0.
       01 WS-XREF-WRITTEN PIC 9(6) VALUE 0.
       01 WS-RC-INPUT PIC 9(6).
       01 WS-RC-RENUMBERED PIC 9(6).
       01 WS-RC-LOADED PIC 9(6).
       01 WS-RC-REJECTED PIC 9(6).
       01 WS-TOTAL-LINES PIC 9(6) VALUE 0.
       01 WS-STAMP-DATE PIC 9(8).
       01 WS-STAMP-TIME PIC 9(8).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-INT-EDIT PIC ZZZZZ9.
       01 WS-RENUMBER-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WRN-OLD-ID PIC 9(6).
           05 FILLER PIC X(4) VALUE " -> ".
           05 WRN-NEW-ID PIC 9(6).
           05 FILLER PIC X VALUE "-".
           05 WRN-CHECK-DIGIT PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WRN-SURNAME PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WRN-FIRSTNAME PIC X(10).
       01 WS-HOUSEHOLD-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WHN-OLD-ID PIC 9(4).
           05 FILLER PIC X(4) VALUE " -> ".
           05 WHN-NEW-ID PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WHN-MEMBERS PIC Z9.
           05 FILLER PIC X(10) VALUE " member(s)".
       01 WS-RECON-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WRC-FILE PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WRC-INPUT PIC ZZZZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 WRC-RENUMBERED PIC ZZZZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 WRC-LOADED PIC ZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WRC-REJECTED PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WRC-RESULT PIC X(10).
       01 WS-CHECK-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WCK-CHECK PIC X(32).
           05 WCK-EXPECTED PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WCK-ACTUAL PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WCK-RESULT PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "MUNICIPALITY MERGER RUN".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-MERGER-CARD.
           IF WS-MERGE-PREFIX = SPACES
               OR WS-SOURCE-MUNICIPALITY = SPACES
               DISPLAY "Merger card missing or incomplete - the "
                   "source prefix and municipality are required."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-MERGE-PREFIX = WS-ENV-PREFIX
               DISPLAY "Source prefix " WS-MERGE-PREFIX
                   " names this register itself - refused."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "Municipality merger requires supervisor "
                   "authority - refused."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM BUILD-MERGE-FILE-NAMES.
           PERFORM COUNT-INCOMING-REGISTER.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           PERFORM CHECK-MERGER-LOG.
           IF MERGE-SIMULATION
               DISPLAY "SIMULATION - reporting what the merger would "
                   "load, nothing is written."
           ELSE
               IF PRIOR-LIVE-FOUND
                   DISPLAY "Register " WS-MERGE-PREFIX
                       " has already been merged - refused."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               IF NOT PRIOR-SIMULATION-FOUND
                   DISPLAY "No balanced simulation on file for these "
                       "input counts - run the simulation first."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM LOAD-APPROVAL-QUEUE
               MOVE "G" TO WS-AQ-WANT-ACTION
               MOVE 0 TO WS-AQ-WANT-ID
               MOVE 0 TO WS-AQ-WANT-ID-2
               PERFORM FIND-APPROVED-TICKET
               IF NOT AQ-TICKET-FOUND
                   PERFORM FILE-APPROVAL-REQUEST
                   GOBACK
               END-IF
               PERFORM CONSUME-APPROVED-TICKET
           END-IF.
           MOVE WS-SIGNON-ID TO WS-LOCK-OPERATOR.
           MOVE "MUNICIPALITY-MERGER" TO WS-LOCK-PROGRAM.
           PERFORM ACQUIRE-RECORD-LOCK.
           IF NOT RECORD-LOCK-HELD
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No data available for this run."
               PERFORM RELEASE-RECORD-LOCK
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-HOUSEHOLD-MASTER.
           PERFORM LOAD-NEXT-PERSON-ID.
           PERFORM BUILD-PERSON-MAP.
           PERFORM BUILD-HOUSEHOLD-MAP.
           IF MERGE-MAP-FAILED
               DISPLAY "Renumbering could not be planned - nothing "
                   "merged."
               CLOSE RecordFile
               IF NOT OUR-HOUSEHOLDS-ABSENT
                   CLOSE HouseholdMasterFile
               END-IF
               PERFORM RELEASE-RECORD-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "mergercontrol." DELIMITED BY SIZE
               WS-SOURCE-MUNICIPALITY DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING.
           OPEN OUTPUT ReportFile.
           PERFORM PRINT-MERGE-HEADING.
           PERFORM MERGE-JOURNAL-HISTORY.
           PERFORM MERGE-PERSONS.
           PERFORM MERGE-HOUSEHOLDS.
           PERFORM MERGE-RESIDENCE-HISTORY.
           IF MERGE-LIVE
               AND WS-HIGHEST-ID NOT LESS THAN WS-NEXT-PERSON-ID
               MOVE WS-HIGHEST-ID TO WS-ASSIGNED-ID
               PERFORM SAVE-NEXT-PERSON-ID
           END-IF.
           PERFORM PRINT-MERGE-RECONCILIATION.
           CLOSE ReportFile.
           PERFORM LOG-REPORT-INDEX.
           PERFORM WRITE-MERGER-LOG.
           CLOSE RecordFile.
           IF NOT OUR-HOUSEHOLDS-ABSENT
               CLOSE HouseholdMasterFile
           END-IF.
           PERFORM RELEASE-RECORD-LOCK.
           IF MERGE-SIMULATION
               DISPLAY "Simulation complete. Persons that would load: "
                   WS-PER-LOADED " renumbered: " WS-PER-RENUMBERED
           ELSE
               DISPLAY "Merger complete. Persons loaded: "
                   WS-PER-LOADED " renumbered: " WS-PER-RENUMBERED
           END-IF.
           DISPLAY "Control report written to " WS-REPORT-FILE-NAME.
           IF NOT MERGE-BALANCED
               DISPLAY "Merger counts do not reconcile - see the "
                   "control report."
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       READ-MERGER-CARD SECTION.
           OPEN INPUT MergerCardFile.
           IF WS-MERGER-CARD-STATUS = "35"
               CONTINUE
           ELSE
               READ MergerCardFile
                   AT END CONTINUE
                   NOT AT END
                       MOVE MC-SOURCE-PREFIX TO WS-MERGE-PREFIX
                       MOVE MC-SOURCE-MUNICIPALITY
                           TO WS-SOURCE-MUNICIPALITY
                       MOVE MC-TARGET-MUNICIPALITY
                           TO WS-TARGET-MUNICIPALITY
                       IF MC-RUN-MODE = "L"
                           MOVE "L" TO WS-RUN-MODE
                       END-IF
               END-READ
               CLOSE MergerCardFile
           END-IF.
           IF WS-TARGET-MUNICIPALITY = SPACES
               MOVE WS-SOURCE-MUNICIPALITY TO WS-TARGET-MUNICIPALITY
           END-IF.
           MOVE SPACES TO WS-MERGE-SYSTEM-CODE.
           STRING "MRG-" DELIMITED BY SIZE
               WS-SOURCE-MUNICIPALITY DELIMITED BY SPACE
               INTO WS-MERGE-SYSTEM-CODE
           END-STRING.

       BUILD-MERGE-FILE-NAMES SECTION.
           MOVE SPACES TO WS-MERGE-RECORDFILE.
           STRING WS-MERGE-PREFIX DELIMITED BY SPACE
               "recordFile.dat" DELIMITED BY SIZE
               INTO WS-MERGE-RECORDFILE
           END-STRING.
           MOVE SPACES TO WS-MERGE-HHMASTER.
           STRING WS-MERGE-PREFIX DELIMITED BY SPACE
               "householdmaster.dat" DELIMITED BY SIZE
               INTO WS-MERGE-HHMASTER
           END-STRING.
           MOVE SPACES TO WS-MERGE-RESIDHIST.
           STRING WS-MERGE-PREFIX DELIMITED BY SPACE
               "residencehistory.txt" DELIMITED BY SIZE
               INTO WS-MERGE-RESIDHIST
           END-STRING.
           MOVE SPACES TO WS-MERGE-JOURNAL.
           STRING WS-MERGE-PREFIX DELIMITED BY SPACE
               "changejournal.txt" DELIMITED BY SIZE
               INTO WS-MERGE-JOURNAL
           END-STRING.
           DISPLAY "Absorbing municipality " WS-SOURCE-MUNICIPALITY
               " from " WS-MERGE-RECORDFILE.

       COUNT-INCOMING-REGISTER SECTION.
           OPEN INPUT MergePersonFile.
           IF WS-MERGE-PERSON-STATUS NOT = "00"
               DISPLAY "Incoming person master " WS-MERGE-RECORDFILE
                   " not found - refused."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO MERGE-EOF-SWITCH
               PERFORM UNTIL MERGE-EOF
                   READ MergePersonFile NEXT RECORD
                       AT END SET MERGE-EOF TO TRUE
                   END-READ
                   IF NOT MERGE-EOF
                       IF MRG-PERSON-ID = WS-TRAILER-KEY
                           SET INCOMING-TRAILER-FOUND TO TRUE
                           MOVE MRG-CONTROL-COUNT
                               TO WS-INCOMING-TRAILER-COUNT
                           MOVE MRG-LAYOUT-VERSION
                               TO WS-LAYOUT-ON-FILE
                       ELSE
                           ADD 1 TO WS-COUNTED-PERSONS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MergePersonFile
               IF INCOMING-TRAILER-FOUND
                   AND WS-LAYOUT-ON-FILE NOT =
                       WS-CURRENT-LAYOUT-VERSION
                   DISPLAY "Incoming register is at layout version "
                       WS-LAYOUT-ON-FILE ", this register at "
                       WS-CURRENT-LAYOUT-VERSION " - migrate it "
                       "first."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           OPEN INPUT MergeHouseholdFile.
           IF WS-MERGE-HOUSEHOLD-STATUS = "00"
               MOVE "N" TO MERGE-EOF-SWITCH
               PERFORM UNTIL MERGE-EOF
                   READ MergeHouseholdFile NEXT RECORD
                       AT END SET MERGE-EOF TO TRUE
                   END-READ
                   IF NOT MERGE-EOF
                       ADD 1 TO WS-COUNTED-HOUSEHOLDS
                   END-IF
               END-PERFORM
               CLOSE MergeHouseholdFile
           END-IF.
           OPEN INPUT MergeResidenceFile.
           IF WS-MERGE-RESIDENCE-STATUS = "00"
               MOVE "N" TO MERGE-EOF-SWITCH
               PERFORM UNTIL MERGE-EOF
                   READ MergeResidenceFile
                       AT END SET MERGE-EOF TO TRUE
                   END-READ
                   IF NOT MERGE-EOF
                       ADD 1 TO WS-COUNTED-RESIDENCES
                   END-IF
               END-PERFORM
               CLOSE MergeResidenceFile
           END-IF.
           OPEN INPUT MergeJournalFile.
           IF WS-MERGE-JOURNAL-STATUS = "00"
               MOVE "N" TO MERGE-EOF-SWITCH
               PERFORM UNTIL MERGE-EOF
                   READ MergeJournalFile
                       AT END SET MERGE-EOF TO TRUE
                   END-READ
                   IF NOT MERGE-EOF
                       ADD 1 TO WS-COUNTED-JOURNALS
                   END-IF
               END-PERFORM
               CLOSE MergeJournalFile
           END-IF.
           DISPLAY "Incoming persons: " WS-COUNTED-PERSONS
               " households: " WS-COUNTED-HOUSEHOLDS
               " residences: " WS-COUNTED-RESIDENCES
               " journal: " WS-COUNTED-JOURNALS.

       CHECK-MERGER-LOG SECTION.
           MOVE "N" TO WS-PRIOR-SIMULATION-SWITCH.
           MOVE "N" TO WS-PRIOR-LIVE-SWITCH.
           OPEN INPUT MergerLogFile.
           IF WS-MERGER-LOG-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO EOF-SWITCH
               PERFORM UNTIL EOF
                   READ MergerLogFile
                       AT END SET EOF TO TRUE
                   END-READ
                   IF NOT EOF
                       AND ML-SOURCE-PREFIX = WS-MERGE-PREFIX
                       IF ML-LIVE
                           SET PRIOR-LIVE-FOUND TO TRUE
                       ELSE
                           IF ML-BALANCED
                               AND ML-PERSON-INPUT = WS-COUNTED-PERSONS
                               AND ML-HOUSEHOLD-INPUT =
                                   WS-COUNTED-HOUSEHOLDS
                               AND ML-RESIDENCE-INPUT =
                                   WS-COUNTED-RESIDENCES
                               AND ML-JOURNAL-INPUT =
                                   WS-COUNTED-JOURNALS
                               SET PRIOR-SIMULATION-FOUND TO TRUE
                           ELSE
                               MOVE "N" TO WS-PRIOR-SIMULATION-SWITCH
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MergerLogFile
           END-IF.

       OPEN-HOUSEHOLD-MASTER SECTION.
           MOVE "N" TO WS-HH-ABSENT-SWITCH.
           OPEN I-O HouseholdMasterFile.
           IF WS-MASTER-STATUS = "35"
               IF MERGE-LIVE
                   OPEN OUTPUT HouseholdMasterFile
                   CLOSE HouseholdMasterFile
                   OPEN I-O HouseholdMasterFile
               ELSE
                   SET OUR-HOUSEHOLDS-ABSENT TO TRUE
               END-IF
           END-IF.

       BUILD-PERSON-MAP SECTION.
           MOVE 0 TO WS-PID-COUNT.
           MOVE 0 TO WS-HIGHEST-ID.
           OPEN INPUT MergePersonFile.
           MOVE "N" TO MERGE-EOF-SWITCH.
           PERFORM UNTIL MERGE-EOF
               READ MergePersonFile NEXT RECORD
                   AT END SET MERGE-EOF TO TRUE
               END-READ
               IF NOT MERGE-EOF AND MRG-PERSON-ID NOT = WS-TRAILER-KEY
                   PERFORM CHECK-PERSON-COLLISION
               END-IF
           END-PERFORM.
           MOVE WS-NEXT-PERSON-ID TO WS-CANDIDATE-ID.
           PERFORM VARYING WS-PID-IDX FROM 1 BY 1
                   UNTIL WS-PID-IDX > WS-PID-COUNT
                       OR MERGE-MAP-FAILED
               PERFORM FIND-FREE-PERSON-ID
               IF FREE-ID-FOUND
                   MOVE WS-CANDIDATE-ID TO T-PID-NEW(WS-PID-IDX)
                   IF WS-CANDIDATE-ID > WS-HIGHEST-ID
                       MOVE WS-CANDIDATE-ID TO WS-HIGHEST-ID
                   END-IF
                   ADD 1 TO WS-CANDIDATE-ID
               ELSE
                   DISPLAY "No free PERSON-ID below the trailer key "
                       "for incoming " T-PID-OLD(WS-PID-IDX) "."
                   SET MERGE-MAP-FAILED TO TRUE
               END-IF
           END-PERFORM.
           CLOSE MergePersonFile.
           DISPLAY "PERSON-IDs to renumber: " WS-PID-COUNT.

       CHECK-PERSON-COLLISION SECTION.
           MOVE "N" TO WS-COLLISION-SWITCH.
           IF MRG-PERSON-ID < WS-NEXT-PERSON-ID
               SET ID-COLLIDES TO TRUE
           ELSE
               MOVE MRG-PERSON-ID TO PERSON-ID
               READ RecordFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET ID-COLLIDES TO TRUE
               END-READ
           END-IF.
           IF ID-COLLIDES
               IF WS-PID-COUNT = 5000
                   DISPLAY "More than 5000 PERSON-IDs collide - "
                       "renumbering table full."
                   SET MERGE-MAP-FAILED TO TRUE
               ELSE
                   ADD 1 TO WS-PID-COUNT
                   MOVE MRG-PERSON-ID TO T-PID-OLD(WS-PID-COUNT)
                   MOVE 0 TO T-PID-NEW(WS-PID-COUNT)
               END-IF
           ELSE
               IF MRG-PERSON-ID > WS-HIGHEST-ID
                   MOVE MRG-PERSON-ID TO WS-HIGHEST-ID
               END-IF
           END-IF.

       FIND-FREE-PERSON-ID SECTION.
           MOVE "N" TO WS-FREE-ID-SWITCH.
           PERFORM UNTIL FREE-ID-FOUND
               OR WS-CANDIDATE-ID NOT LESS THAN WS-TRAILER-KEY
               MOVE WS-CANDIDATE-ID TO PERSON-ID
               READ RecordFile
                   INVALID KEY
                       MOVE WS-CANDIDATE-ID TO MRG-PERSON-ID
                       READ MergePersonFile
                           INVALID KEY SET FREE-ID-FOUND TO TRUE
                           NOT INVALID KEY ADD 1 TO WS-CANDIDATE-ID
                       END-READ
                   NOT INVALID KEY ADD 1 TO WS-CANDIDATE-ID
               END-READ
           END-PERFORM.

       BUILD-HOUSEHOLD-MAP SECTION.
           MOVE 0 TO WS-HID-COUNT.
           MOVE 0 TO WS-HIGHEST-HOUSEHOLD.
           IF NOT OUR-HOUSEHOLDS-ABSENT
               MOVE "N" TO EOF-SWITCH
               PERFORM UNTIL EOF
                   READ HouseholdMasterFile NEXT RECORD
                       AT END SET EOF TO TRUE
                   END-READ
                   IF NOT EOF
                       AND HM-HOUSEHOLD-ID > WS-HIGHEST-HOUSEHOLD
                       MOVE HM-HOUSEHOLD-ID TO WS-HIGHEST-HOUSEHOLD
                   END-IF
               END-PERFORM
           END-IF.
           OPEN INPUT MergeHouseholdFile.
           IF WS-MERGE-HOUSEHOLD-STATUS = "00"
               MOVE "N" TO MERGE-EOF-SWITCH
               PERFORM UNTIL MERGE-EOF
                   READ MergeHouseholdFile NEXT RECORD
                       AT END SET MERGE-EOF TO TRUE
                   END-READ
                   IF NOT MERGE-EOF
                       PERFORM CHECK-HOUSEHOLD-COLLISION
                   END-IF
               END-PERFORM
               CLOSE MergeHouseholdFile
           END-IF.
           MOVE WS-HIGHEST-HOUSEHOLD TO WS-CANDIDATE-HOUSEHOLD.
           PERFORM VARYING WS-HID-IDX FROM 1 BY 1
                   UNTIL WS-HID-IDX > WS-HID-COUNT
                       OR MERGE-MAP-FAILED
               ADD 1 TO WS-CANDIDATE-HOUSEHOLD
               IF WS-CANDIDATE-HOUSEHOLD > 9999
                   DISPLAY "Household numbers exhausted - cannot "
                       "renumber household " T-HID-OLD(WS-HID-IDX)
                       "."
                   SET MERGE-MAP-FAILED TO TRUE
               ELSE
                   MOVE WS-CANDIDATE-HOUSEHOLD
                       TO T-HID-NEW(WS-HID-IDX)
               END-IF
           END-PERFORM.
           DISPLAY "Household numbers to renumber: " WS-HID-COUNT.

       CHECK-HOUSEHOLD-COLLISION SECTION.
           IF MRG-HOUSEHOLD-ID > WS-HIGHEST-HOUSEHOLD
               MOVE MRG-HOUSEHOLD-ID TO WS-HIGHEST-HOUSEHOLD
           END-IF.
           IF NOT OUR-HOUSEHOLDS-ABSENT
               MOVE MRG-HOUSEHOLD-ID TO HM-HOUSEHOLD-ID
               READ HouseholdMasterFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF WS-HID-COUNT = 2000
                           DISPLAY "More than 2000 household numbers "
                               "collide - renumbering table full."
                           SET MERGE-MAP-FAILED TO TRUE
                       ELSE
                           ADD 1 TO WS-HID-COUNT
                           MOVE MRG-HOUSEHOLD-ID
                               TO T-HID-OLD(WS-HID-COUNT)
                           MOVE 0 TO T-HID-NEW(WS-HID-COUNT)
                       END-IF
               END-READ
           END-IF.

       MAP-PERSON-ID SECTION.
           MOVE "N" TO WS-MAP-HIT-SWITCH.
           MOVE WS-MAP-OLD-ID TO WS-MAP-NEW-ID.
           PERFORM VARYING WS-PID-IDX FROM 1 BY 1
                   UNTIL WS-PID-IDX > WS-PID-COUNT OR MAP-HIT
               IF T-PID-OLD(WS-PID-IDX) = WS-MAP-OLD-ID
                   MOVE T-PID-NEW(WS-PID-IDX) TO WS-MAP-NEW-ID
                   SET MAP-HIT TO TRUE
               END-IF
           END-PERFORM.

       MAP-HOUSEHOLD-ID SECTION.
           MOVE "N" TO WS-MAP-HIT-SWITCH.
           MOVE WS-MAP-OLD-HH TO WS-MAP-NEW-HH.
           PERFORM VARYING WS-HID-IDX FROM 1 BY 1
                   UNTIL WS-HID-IDX > WS-HID-COUNT OR MAP-HIT
               IF T-HID-OLD(WS-HID-IDX) = WS-MAP-OLD-HH
                   MOVE T-HID-NEW(WS-HID-IDX) TO WS-MAP-NEW-HH
                   SET MAP-HIT TO TRUE
               END-IF
           END-PERFORM.

       MERGE-JOURNAL-HISTORY SECTION.
           OPEN INPUT MergeJournalFile.
           IF WS-MERGE-JOURNAL-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO MERGE-EOF-SWITCH
               PERFORM UNTIL MERGE-EOF
                   READ MergeJournalFile
                       AT END SET MERGE-EOF TO TRUE
                   END-READ
                   IF NOT MERGE-EOF
                       PERFORM MERGE-ONE-JOURNAL-RECORD
                   END-IF
               END-PERFORM
               CLOSE MergeJournalFile
           END-IF.

       MERGE-ONE-JOURNAL-RECORD SECTION.
           ADD 1 TO WS-JNL-INPUT.
           MOVE MERGE-JOURNAL-LINE TO CHANGE-JOURNAL-RECORD.
           MOVE CJ-PERSON-ID TO WS-MAP-OLD-ID.
           PERFORM MAP-PERSON-ID.
           IF MAP-HIT
               ADD 1 TO WS-JNL-RENUMBERED
               MOVE WS-MAP-NEW-ID TO CJ-PERSON-ID
           END-IF.
           IF CJ-BEFORE-IMAGE(1:6) IS NUMERIC
               MOVE CJ-BEFORE-IMAGE(1:6) TO WS-MAP-OLD-ID
               PERFORM MAP-PERSON-ID
               MOVE WS-MAP-NEW-ID TO CJ-BEFORE-IMAGE(1:6)
           END-IF.
           IF CJ-AFTER-IMAGE(1:6) IS NUMERIC
               MOVE CJ-AFTER-IMAGE(1:6) TO WS-MAP-OLD-ID
               PERFORM MAP-PERSON-ID
               MOVE WS-MAP-NEW-ID TO CJ-AFTER-IMAGE(1:6)
           END-IF.
           IF MERGE-SIMULATION
               ADD 1 TO WS-JNL-LOADED
           ELSE
               PERFORM CHAIN-JOURNAL-RECORD
               OPEN EXTEND JournalFile
               IF WS-JOURNAL-STATUS = "35"
                   CLOSE JournalFile
                   OPEN OUTPUT JournalFile
               END-IF
               WRITE CHANGE-JOURNAL-RECORD
               IF WS-JOURNAL-STATUS = "00"
                   ADD 1 TO WS-JNL-LOADED
               ELSE
                   ADD 1 TO WS-JNL-REJECTED
               END-IF
               CLOSE JournalFile
           END-IF.

       MERGE-PERSONS SECTION.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-MERGE-LINE.
           MOVE "RENUMBERED PERSONS  (old -> new-check digit)"
               TO REPORT-LINE.
           PERFORM WRITE-MERGE-LINE.
           OPEN INPUT MergePersonFile.
           IF MERGE-LIVE
               OPEN EXTEND XrefRegisterFile
               IF WS-XREF-STATUS = "35"
                   CLOSE XrefRegisterFile
                   OPEN OUTPUT XrefRegisterFile
               END-IF
           END-IF.
           MOVE "N" TO MERGE-EOF-SWITCH.
           PERFORM UNTIL MERGE-EOF
               READ MergePersonFile NEXT RECORD
                   AT END SET MERGE-EOF TO TRUE
               END-READ
               IF NOT MERGE-EOF AND MRG-PERSON-ID NOT = WS-TRAILER-KEY
                   PERFORM MERGE-ONE-PERSON
               END-IF
           END-PERFORM.
           CLOSE MergePersonFile.
           IF MERGE-LIVE
               CLOSE XrefRegisterFile
           END-IF.
           IF WS-PER-RENUMBERED = 0
               MOVE "  none" TO REPORT-LINE
               PERFORM WRITE-MERGE-LINE
           END-IF.

       MERGE-ONE-PERSON SECTION.
           ADD 1 TO WS-PER-INPUT.
           MOVE MERGE-PERSON-RECORD TO PERSON.
           MOVE PERSON-ID TO WS-MERGE-OLD-ID.
           MOVE PERSON-ID TO WS-MAP-OLD-ID.
           PERFORM MAP-PERSON-ID.
           IF MAP-HIT
               ADD 1 TO WS-PER-RENUMBERED
               MOVE WS-MAP-NEW-ID TO PERSON-ID
               PERFORM PRINT-RENUMBERED-PERSON
           END-IF.
           PERFORM VARYING EC-IDX FROM 1 BY 1 UNTIL EC-IDX > 2
               IF EC-PERSON-ID(EC-IDX) IS NUMERIC
                   AND EC-PERSON-ID(EC-IDX) > 0
                   MOVE EC-PERSON-ID(EC-IDX) TO WS-MAP-OLD-ID
                   PERFORM MAP-PERSON-ID
                   MOVE WS-MAP-NEW-ID TO EC-PERSON-ID(EC-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-TARGET-MUNICIPALITY TO MUNICIPALITY-CODE.
           MOVE WS-SIGNON-ID TO OPERATOR-ID.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           STRING WS-STAMP-DATE DELIMITED BY SIZE
               WS-STAMP-TIME(1:6) DELIMITED BY SIZE
               INTO WRITE-TIMESTAMP
           END-STRING.
           IF MERGE-SIMULATION
               READ RecordFile
                   INVALID KEY
                       ADD 1 TO WS-PER-LOADED
                       ADD 1 TO WS-XREF-WRITTEN
                   NOT INVALID KEY
                       ADD 1 TO WS-PER-REJECTED
                       DISPLAY "PERSON-ID " PERSON-ID
                           " already on file - would not load."
               END-READ
           ELSE
               WRITE PERSON
                   INVALID KEY
                       ADD 1 TO WS-PER-REJECTED
                       DISPLAY "PERSON-ID " PERSON-ID
                           " already on file - not loaded."
                   NOT INVALID KEY
                       ADD 1 TO WS-PER-LOADED
                       PERFORM WRITE-MERGE-XREF
                       PERFORM LOG-MERGE-JOURNAL
                       PERFORM LOG-MERGE-WRITE-COUNT
                       PERFORM UPDATE-TRAILER-COUNT
               END-WRITE
           END-IF.

       PRINT-RENUMBERED-PERSON SECTION.
           MOVE PERSON-ID TO WS-CHECK-ID.
           MOVE "C" TO WS-CHECK-MODE.
           CALL "CHECK-DIGIT" USING WS-CHECK-ID
               WS-CHECK-DIGIT WS-CHECK-MODE
               WS-CHECK-RESULT.
           MOVE WS-MERGE-OLD-ID TO WRN-OLD-ID.
           MOVE PERSON-ID TO WRN-NEW-ID.
           MOVE WS-CHECK-DIGIT TO WRN-CHECK-DIGIT.
           MOVE SURNAME TO WRN-SURNAME.
           MOVE FIRSTNAME TO WRN-FIRSTNAME.
           MOVE WS-RENUMBER-LINE TO REPORT-LINE.
           PERFORM WRITE-MERGE-LINE.

       WRITE-MERGE-XREF SECTION.
           MOVE WS-MERGE-SYSTEM-CODE TO XR-SYSTEM-CODE.
           MOVE WS-MERGE-OLD-ID TO XR-EXTERNAL-ID.
           MOVE PERSON-ID TO XR-PERSON-ID.
           WRITE XREF-REGISTER-RECORD.
           IF WS-XREF-STATUS = "00"
               ADD 1 TO WS-XREF-WRITTEN
           END-IF.

       LOG-MERGE-JOURNAL SECTION.
           MOVE PERSON-ID TO CJ-PERSON-ID.
           SET CJ-ACTION-WRITE TO TRUE.
           MOVE WS-SIGNON-ID TO CJ-OPERATOR-ID.
           MOVE WRITE-TIMESTAMP TO CJ-TIMESTAMP.
           MOVE SPACES TO CJ-BEFORE-IMAGE.
           MOVE PERSON TO CJ-AFTER-IMAGE.
           MOVE WS-LOCK-PROGRAM TO CJ-PROGRAM-NAME.
           PERFORM CHAIN-JOURNAL-RECORD.
           OPEN EXTEND JournalFile.
           IF WS-JOURNAL-STATUS = "35"
               CLOSE JournalFile
               OPEN OUTPUT JournalFile
           END-IF.
           WRITE CHANGE-JOURNAL-RECORD.
           CLOSE JournalFile.

       LOG-MERGE-WRITE-COUNT SECTION.
           MOVE PERSON-ID TO WL-PERSON-ID.
           MOVE 1 TO WL-DELTA.
           OPEN EXTEND WriteLogFile.
           IF WS-WRITE-LOG-STATUS = "35"
               CLOSE WriteLogFile
               OPEN OUTPUT WriteLogFile
           END-IF.
           WRITE WRITE-LOG-RECORD.
           CLOSE WriteLogFile.

       MERGE-HOUSEHOLDS SECTION.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-MERGE-LINE.
           MOVE "RENUMBERED HOUSEHOLDS  (old -> new)" TO REPORT-LINE.
           PERFORM WRITE-MERGE-LINE.
           OPEN INPUT MergeHouseholdFile.
           IF WS-MERGE-HOUSEHOLD-STATUS = "00"
               MOVE "N" TO MERGE-EOF-SWITCH
               PERFORM UNTIL MERGE-EOF
                   READ MergeHouseholdFile NEXT RECORD
                       AT END SET MERGE-EOF TO TRUE
                   END-READ
                   IF NOT MERGE-EOF
                       PERFORM MERGE-ONE-HOUSEHOLD
                   END-IF
               END-PERFORM
               CLOSE MergeHouseholdFile
           END-IF.
           IF WS-HH-RENUMBERED = 0
               MOVE "  none" TO REPORT-LINE
               PERFORM WRITE-MERGE-LINE
           END-IF.

       MERGE-ONE-HOUSEHOLD SECTION.
           ADD 1 TO WS-HH-INPUT.
           MOVE MERGE-HOUSEHOLD-RECORD TO HOUSEHOLD-MASTER-RECORD.
           MOVE HM-HOUSEHOLD-ID TO WS-MAP-OLD-HH.
           PERFORM MAP-HOUSEHOLD-ID.
           IF MAP-HIT
               ADD 1 TO WS-HH-RENUMBERED
               MOVE WS-MAP-NEW-HH TO HM-HOUSEHOLD-ID
               MOVE WS-MAP-OLD-HH TO WHN-OLD-ID
               MOVE WS-MAP-NEW-HH TO WHN-NEW-ID
               MOVE HM-MEMBER-COUNT TO WHN-MEMBERS
               MOVE WS-HOUSEHOLD-LINE TO REPORT-LINE
               PERFORM WRITE-MERGE-LINE
           END-IF.
           PERFORM VARYING M-IDX FROM 1 BY 1
                   UNTIL M-IDX > HM-MEMBER-COUNT OR M-IDX > 10
               IF HM-PERSON-ID(M-IDX) > 0
                   MOVE HM-PERSON-ID(M-IDX) TO WS-MAP-OLD-ID
                   PERFORM MAP-PERSON-ID
                   MOVE WS-MAP-NEW-ID TO HM-PERSON-ID(M-IDX)
               END-IF
               PERFORM VARYING C-IDX FROM 1 BY 1
                       UNTIL C-IDX > HM-CHILD-COUNT(M-IDX)
                   IF HM-CHILD-ID(M-IDX, C-IDX) > 0
                       MOVE HM-CHILD-ID(M-IDX, C-IDX)
                           TO WS-MAP-OLD-ID
                       PERFORM MAP-PERSON-ID
                       MOVE WS-MAP-NEW-ID
                           TO HM-CHILD-ID(M-IDX, C-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF MERGE-SIMULATION
               IF OUR-HOUSEHOLDS-ABSENT
                   ADD 1 TO WS-HH-LOADED
               ELSE
                   READ HouseholdMasterFile
                       INVALID KEY
                           ADD 1 TO WS-HH-LOADED
                       NOT INVALID KEY
                           ADD 1 TO WS-HH-REJECTED
                           DISPLAY "Household " HM-HOUSEHOLD-ID
                               " already on file - would not load."
                   END-READ
               END-IF
           ELSE
               WRITE HOUSEHOLD-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-HH-REJECTED
                       DISPLAY "Household " HM-HOUSEHOLD-ID
                           " already on file - not loaded."
                   NOT INVALID KEY
                       ADD 1 TO WS-HH-LOADED
               END-WRITE
           END-IF.

       MERGE-RESIDENCE-HISTORY SECTION.
           OPEN INPUT MergeResidenceFile.
           IF WS-MERGE-RESIDENCE-STATUS = "35"
               CONTINUE
           ELSE
               IF MERGE-LIVE
                   OPEN EXTEND ResidenceHistoryFile
                   IF WS-RESIDENCE-HISTORY-STATUS = "35"
                       CLOSE ResidenceHistoryFile
                       OPEN OUTPUT ResidenceHistoryFile
                   END-IF
               END-IF
               MOVE "N" TO MERGE-EOF-SWITCH
               PERFORM UNTIL MERGE-EOF
                   READ MergeResidenceFile
                       AT END SET MERGE-EOF TO TRUE
                   END-READ
                   IF NOT MERGE-EOF
                       PERFORM MERGE-ONE-RESIDENCE
                   END-IF
               END-PERFORM
               CLOSE MergeResidenceFile
               IF MERGE-LIVE
                   CLOSE ResidenceHistoryFile
               END-IF
           END-IF.

       MERGE-ONE-RESIDENCE SECTION.
           ADD 1 TO WS-RES-INPUT.
           MOVE MERGE-RESIDENCE-LINE TO RESIDENCE-HISTORY-RECORD.
           MOVE RH-PERSON-ID TO WS-MAP-OLD-ID.
           PERFORM MAP-PERSON-ID.
           IF MAP-HIT
               ADD 1 TO WS-RES-RENUMBERED
               MOVE WS-MAP-NEW-ID TO RH-PERSON-ID
           END-IF.
           IF MERGE-SIMULATION
               ADD 1 TO WS-RES-LOADED
           ELSE
               WRITE RESIDENCE-HISTORY-RECORD
               IF WS-RESIDENCE-HISTORY-STATUS = "00"
                   ADD 1 TO WS-RES-LOADED
               ELSE
                   ADD 1 TO WS-RES-REJECTED
               END-IF
           END-IF.

       PRINT-MERGE-HEADING SECTION.
           MOVE SPACES TO REPORT-LINE.
           STRING "MUNICIPALITY MERGER CONTROL REPORT  municipality "
                   DELIMITED BY SIZE
               WS-SOURCE-MUNICIPALITY DELIMITED BY SIZE
               "  run " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-MERGE-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Source files " DELIMITED BY SIZE
               WS-MERGE-PREFIX DELIMITED BY SPACE
               "*  loaded as municipality " DELIMITED BY SIZE
               WS-TARGET-MUNICIPALITY DELIMITED BY SIZE
               "  cross-reference code " DELIMITED BY SIZE
               WS-MERGE-SYSTEM-CODE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-MERGE-LINE.
           IF MERGE-SIMULATION
               MOVE SPACES TO REPORT-LINE
               STRING "  SIMULATION - nothing was written to the "
                   DELIMITED BY SIZE
                   "register." DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "  LIVE MERGER - operator " DELIMITED BY SIZE
                   WS-SIGNON-ID DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-MERGE-LINE.

       PRINT-MERGE-RECONCILIATION SECTION.
           MOVE "Y" TO WS-BALANCE-SWITCH.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-MERGE-LINE.
           IF MERGE-SIMULATION
               MOVE SPACES TO REPORT-LINE
               STRING "  FILE                       INPUT  RENUMBERED  "
                   DELIMITED BY SIZE
                   "WOULD LOAD  REJECTED  RESULT" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "  FILE                       INPUT  RENUMBERED  "
                   DELIMITED BY SIZE
                   "    LOADED  REJECTED  RESULT" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-MERGE-LINE.
           MOVE "Person master" TO WRC-FILE.
           MOVE WS-PER-INPUT TO WS-RC-INPUT.
           MOVE WS-PER-RENUMBERED TO WS-RC-RENUMBERED.
           MOVE WS-PER-LOADED TO WS-RC-LOADED.
           MOVE WS-PER-REJECTED TO WS-RC-REJECTED.
           PERFORM PRINT-RECON-RESULT.
           MOVE "Household master" TO WRC-FILE.
           MOVE WS-HH-INPUT TO WS-RC-INPUT.
           MOVE WS-HH-RENUMBERED TO WS-RC-RENUMBERED.
           MOVE WS-HH-LOADED TO WS-RC-LOADED.
           MOVE WS-HH-REJECTED TO WS-RC-REJECTED.
           PERFORM PRINT-RECON-RESULT.
           MOVE "Residence history" TO WRC-FILE.
           MOVE WS-RES-INPUT TO WS-RC-INPUT.
           MOVE WS-RES-RENUMBERED TO WS-RC-RENUMBERED.
           MOVE WS-RES-LOADED TO WS-RC-LOADED.
           MOVE WS-RES-REJECTED TO WS-RC-REJECTED.
           PERFORM PRINT-RECON-RESULT.
           MOVE "Change journal" TO WRC-FILE.
           MOVE WS-JNL-INPUT TO WS-RC-INPUT.
           MOVE WS-JNL-RENUMBERED TO WS-RC-RENUMBERED.
           MOVE WS-JNL-LOADED TO WS-RC-LOADED.
           MOVE WS-JNL-REJECTED TO WS-RC-REJECTED.
           PERFORM PRINT-RECON-RESULT.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-MERGE-LINE.
           MOVE "  CROSS-CHECKS                    EXPECTED    ACTUAL"
               TO REPORT-LINE.
           PERFORM WRITE-MERGE-LINE.
           IF INCOMING-TRAILER-FOUND
               MOVE "Persons vs incoming trailer" TO WCK-CHECK
               MOVE WS-INCOMING-TRAILER-COUNT TO WS-INT-EDIT
               MOVE WS-INT-EDIT TO WCK-EXPECTED
               MOVE WS-PER-INPUT TO WS-INT-EDIT
               MOVE WS-INT-EDIT TO WCK-ACTUAL
               IF WS-INCOMING-TRAILER-COUNT = WS-PER-INPUT
                   MOVE "agrees" TO WCK-RESULT
               ELSE
                   MOVE "DIFFERS" TO WCK-RESULT
                   MOVE "N" TO WS-BALANCE-SWITCH
               END-IF
               MOVE WS-CHECK-LINE TO REPORT-LINE
               PERFORM WRITE-MERGE-LINE
           END-IF.
           MOVE "Persons renumbered vs plan" TO WCK-CHECK.
           MOVE WS-PID-COUNT TO WS-INT-EDIT.
           MOVE WS-INT-EDIT TO WCK-EXPECTED.
           MOVE WS-PER-RENUMBERED TO WS-INT-EDIT.
           MOVE WS-INT-EDIT TO WCK-ACTUAL.
           IF WS-PID-COUNT = WS-PER-RENUMBERED
               MOVE "agrees" TO WCK-RESULT
           ELSE
               MOVE "DIFFERS" TO WCK-RESULT
               MOVE "N" TO WS-BALANCE-SWITCH
           END-IF.
           MOVE WS-CHECK-LINE TO REPORT-LINE.
           PERFORM WRITE-MERGE-LINE.
           MOVE "Households renumbered vs plan" TO WCK-CHECK.
           MOVE WS-HID-COUNT TO WS-INT-EDIT.
           MOVE WS-INT-EDIT TO WCK-EXPECTED.
           MOVE WS-HH-RENUMBERED TO WS-INT-EDIT.
           MOVE WS-INT-EDIT TO WCK-ACTUAL.
           IF WS-HID-COUNT = WS-HH-RENUMBERED
               MOVE "agrees" TO WCK-RESULT
           ELSE
               MOVE "DIFFERS" TO WCK-RESULT
               MOVE "N" TO WS-BALANCE-SWITCH
           END-IF.
           MOVE WS-CHECK-LINE TO REPORT-LINE.
           PERFORM WRITE-MERGE-LINE.
           MOVE "Cross-references vs persons" TO WCK-CHECK.
           MOVE WS-PER-LOADED TO WS-INT-EDIT.
           MOVE WS-INT-EDIT TO WCK-EXPECTED.
           MOVE WS-XREF-WRITTEN TO WS-INT-EDIT.
           MOVE WS-INT-EDIT TO WCK-ACTUAL.
           IF WS-PER-LOADED = WS-XREF-WRITTEN
               MOVE "agrees" TO WCK-RESULT
           ELSE
               MOVE "DIFFERS" TO WCK-RESULT
               MOVE "N" TO WS-BALANCE-SWITCH
           END-IF.
           MOVE WS-CHECK-LINE TO REPORT-LINE.
           PERFORM WRITE-MERGE-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-MERGE-LINE.
           IF MERGE-BALANCED
               MOVE "  Merger counts reconcile for every file."
                   TO REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "  *** Merger counts do NOT reconcile - review "
                   DELIMITED BY SIZE
                   "before any live run ***" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-MERGE-LINE.

       PRINT-RECON-RESULT SECTION.
           MOVE WS-RC-INPUT TO WRC-INPUT.
           MOVE WS-RC-RENUMBERED TO WRC-RENUMBERED.
           MOVE WS-RC-LOADED TO WRC-LOADED.
           MOVE WS-RC-REJECTED TO WRC-REJECTED.
           EVALUATE TRUE
               WHEN WS-RC-INPUT NOT = WS-RC-LOADED + WS-RC-REJECTED
                   MOVE "DIFFERS" TO WRC-RESULT
                   MOVE "N" TO WS-BALANCE-SWITCH
               WHEN WS-RC-REJECTED > 0
                   MOVE "REJECTS" TO WRC-RESULT
                   MOVE "N" TO WS-BALANCE-SWITCH
               WHEN OTHER
                   MOVE "balanced" TO WRC-RESULT
           END-EVALUATE.
           MOVE WS-RECON-LINE TO REPORT-LINE.
           PERFORM WRITE-MERGE-LINE.

       WRITE-MERGE-LINE SECTION.
           WRITE REPORT-LINE.
           ADD 1 TO WS-TOTAL-LINES.

       LOG-REPORT-INDEX SECTION.
           MOVE "MUNICIPALITY MERGER" TO RI-REPORT-NAME.
           MOVE "MUNICIPALITY-MERGER" TO RI-PROGRAM-NAME.
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

       WRITE-MERGER-LOG SECTION.
           MOVE WS-MERGE-PREFIX TO ML-SOURCE-PREFIX.
           MOVE WS-SOURCE-MUNICIPALITY TO ML-SOURCE-MUNICIPALITY.
           MOVE WS-RUN-MODE TO ML-RUN-MODE.
           MOVE WS-RUN-DATE TO ML-RUN-DATE.
           MOVE WS-SIGNON-ID TO ML-OPERATOR-ID.
           MOVE WS-PER-INPUT TO ML-PERSON-INPUT.
           MOVE WS-HH-INPUT TO ML-HOUSEHOLD-INPUT.
           MOVE WS-RES-INPUT TO ML-RESIDENCE-INPUT.
           MOVE WS-JNL-INPUT TO ML-JOURNAL-INPUT.
           IF MERGE-BALANCED
               SET ML-BALANCED TO TRUE
           ELSE
               SET ML-OUT-OF-BALANCE TO TRUE
           END-IF.
           OPEN EXTEND MergerLogFile.
           IF WS-MERGER-LOG-STATUS = "35"
               CLOSE MergerLogFile
               OPEN OUTPUT MergerLogFile
           END-IF.
           WRITE MERGER-LOG-RECORD.
           CLOSE MergerLogFile.

       COPY "TRAILER-COUNT".

       COPY "NEXT-ID-ASSIGN".

       COPY "JOURNAL-CHAIN".

       COPY "APPROVAL".

       COPY "LOCK-SECTIONS".

       COPY "SIGN-ON".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
               MOVE WS-ENV-HHMASTER TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-HHMASTER
               MOVE WS-ENV-JOURNAL TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-JOURNAL
               MOVE WS-ENV-RESIDHIST TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RESIDHIST
               MOVE WS-ENV-WRITECOUNT TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-WRITECOUNT
               MOVE WS-ENV-NEXTID TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-NEXTID
               MOVE WS-ENV-RECORDLOCK TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDLOCK
           END-IF.

       COPY "ENV-SECTIONS".

       END PROGRAM MUNICIPALITY-MERGER.
