       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAY-JUDGE-SELECT.
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
       SELECT SelectionCardFile
          ASSIGN TO "layjudgecard.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-SELECTION-CARD-STATUS.
       SELECT SelectionRegisterFile
          ASSIGN TO "layjudgeregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-SELECTION-REGISTER-STATUS.
       SELECT ExclusionFile
          ASSIGN TO "layjudgeexclusions.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-EXCLUSION-STATUS.
       SELECT CandidateFile
          ASSIGN TO DYNAMIC WS-CANDIDATE-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT DisclosureRegisterFile
          ASSIGN TO "disclosureregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-DISCLOSURE-STATUS.
       SELECT TransmitRegisterFile
          ASSIGN TO "transmitregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-TRANSMIT-REGISTER-STATUS.

       SELECT ResidenceRegisterFile
          ASSIGN TO DYNAMIC WS-ENV-RESIDENCES
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RR-KEY
          FILE STATUS IS WS-RESIDENCE-REGISTER-STATUS.

       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ENV-PROFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EnvProfileFile.
       COPY "ENV-PROFILE".

       FD ResidenceRegisterFile.
       COPY "RESIDENCE-REGISTER".

       FD RecordFile.
       COPY "PersonData".

       FD SelectionCardFile.
       01 SELECTION-CARD-RECORD.
           05 LJ-NEEDED PIC 9(4).
           05 LJ-REFERENCE-DATE PIC 9(8).
           05 LJ-SEED PIC 9(9).
           05 LJ-TERM PIC 9(4).
           05 LJ-TERM-YEARS PIC 9.

       FD SelectionRegisterFile.
       COPY "LAY-JUDGE-REGISTER".

       FD ExclusionFile.
       COPY "LAY-JUDGE-EXCLUSION".

       FD CandidateFile.
       01 CANDIDATE-LINE PIC X(100).

       FD DisclosureRegisterFile.
       COPY "DISCLOSURE-REGISTER".

       FD TransmitRegisterFile.
       COPY "TRANSMIT-REGISTER".

       WORKING-STORAGE SECTION.
       COPY "RESIDENCE-REGISTER-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-FILE-STATUS PIC X(2).
       01 WS-SELECTION-CARD-STATUS PIC X(2).
       01 WS-SELECTION-REGISTER-STATUS PIC X(2).
       01 WS-EXCLUSION-STATUS PIC X(2).
       01 WS-DISCLOSURE-STATUS PIC X(2).
       01 WS-TRANSMIT-REGISTER-STATUS PIC X(2).
       01 WS-DISCLOSURE-RECIPIENT PIC X(20)
           VALUE "COURT - LAY JUDGES".
       01 WS-CANDIDATE-FILE-NAME PIC X(40).
       COPY "TRAILER-KEY".
       01 EOF-SWITCH PIC X VALUE "N".
           88 EOF VALUE "Y".
       01 REGISTER-EOF-SWITCH PIC X VALUE "N".
           88 REGISTER-EOF VALUE "Y".
       01 EXCLUSION-EOF-SWITCH PIC X VALUE "N".
           88 EXCLUSION-EOF VALUE "Y".
       01 WS-CARD-OK-SWITCH PIC X VALUE "N".
           88 CARD-OK VALUE "Y".
       01 WS-TABLE-OVERFLOW-SWITCH PIC X VALUE "N".
           88 TABLE-OVERFLOW VALUE "Y".
       01 WS-DATE-FLAG PIC X.
           88 WS-DATE-OK VALUE "Y".
           88 WS-DATE-BAD VALUE "N".
       01 WS-DATE-REASON PIC X(2).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-NEEDED PIC 9(4) VALUE 0.
       01 WS-REFERENCE-DATE PIC 9(8) VALUE 0.
       01 WS-SEED PIC 9(9) VALUE 0.
       01 WS-TERM PIC 9(4) VALUE 0.
       01 WS-TERM-YEARS PIC 9 VALUE 5.
       01 WS-PREVIOUS-TERM-FROM PIC 9(4).
       01 WS-MIN-AGE PIC 9(2) VALUE 25.
       01 WS-MAX-AGE PIC 9(2) VALUE 69.
       01 WS-REF-CCYY PIC 9(4).
       01 WS-REF-MM PIC 9(2).
       01 WS-REF-DD PIC 9(2).
       01 WS-DOB-CCYY PIC 9(4).
       01 WS-DOB-MM PIC 9(2).
       01 WS-DOB-DD PIC 9(2).
       01 WS-REFERENCE-AGE PIC S9(4).
       01 WS-EXCLUDED-TABLE.
           05 WS-EXCLUDED-ID PIC 9(6) OCCURS 9000 TIMES.
       01 WS-EXCLUDED-COUNT PIC 9(4) VALUE 0.
       01 WS-EXCLUDED-IDX PIC 9(4).
       01 WS-EXCLUDED-FOUND-IDX PIC 9(4).
       01 WS-TERM-ENTRY-COUNT PIC 9(4) VALUE 0.
       01 WS-PREVIOUS-TERM-COUNT PIC 9(4) VALUE 0.
       01 WS-LIST-EXCLUDED-COUNT PIC 9(4) VALUE 0.
       01 WS-THIS-TERM-COUNT PIC 9(4) VALUE 0.
       01 WS-THIS-TERM-SEED PIC 9(9).
       01 WS-THIS-TERM-DATE PIC 9(8).
       01 WS-POOL-TABLE.
           05 WS-POOL-ID PIC 9(6) OCCURS 30000 TIMES.
       01 WS-POOL-COUNT PIC 9(5) VALUE 0.
       01 WS-POOL-IDX PIC 9(5).
       01 WS-SWAP-IDX PIC 9(5).
       01 WS-SWAP-ID PIC 9(6).
       01 WS-PICK-RANGE PIC 9(5).
       01 WS-PICK-OFFSET PIC 9(5).
       01 WS-DRAW-COUNT PIC 9(5) VALUE 0.
       01 WS-LCG-STATE PIC 9(10).
       01 WS-LCG-PRODUCT PIC 9(18).
       01 WS-LCG-QUOTIENT PIC 9(18).
       01 WS-LISTED-COUNT PIC 9(6) VALUE 0.
       01 WS-LIST-HASH PIC 9(12) VALUE 0.
       01 WS-CANDIDATE-DETAIL.
           05 WCD-SEQUENCE PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WCD-PERSON-ID PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WCD-SURNAME PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WCD-FIRSTNAME PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WCD-DOB PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WCD-STREET PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 WCD-HOUSENUMBER PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 WCD-ZIP-CODE PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 WCD-CITY PIC X(15).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "LAY-JUDGE CANDIDATE SELECTION".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-SELECTION-CARD.
           IF NOT CARD-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-REFERENCE-DATE(1:4) TO WS-REF-CCYY.
           MOVE WS-REFERENCE-DATE(5:2) TO WS-REF-MM.
           MOVE WS-REFERENCE-DATE(7:2) TO WS-REF-DD.
           DISPLAY "Term " WS-TERM ", reference date "
               WS-REFERENCE-DATE ", " WS-NEEDED
               " candidate(s), seed " WS-SEED ".".
           PERFORM LOAD-SELECTION-REGISTER.
           IF WS-THIS-TERM-COUNT > 0
               DISPLAY "Term " WS-TERM " was already drawn on "
                   WS-THIS-TERM-DATE " with seed "
                   WS-THIS-TERM-SEED " (" WS-THIS-TERM-COUNT
                   " candidates) - draw refused."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-EXCLUDED-COUNT TO WS-TERM-ENTRY-COUNT.
           PERFORM LOAD-EXCLUSION-LIST.
           IF TABLE-OVERFLOW
               DISPLAY "More than 9000 excluded persons - draw "
                   "refused."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-RESIDENCE-REGISTER.
           IF RESIDENCE-REGISTER-FAILED
               DISPLAY "Draw refused - main residences cannot be "
                   "told apart."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-REFERENCE-DATE TO WS-RR-CHECK-DATE.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No data available for this run."
               MOVE 1 TO RETURN-CODE
               PERFORM CLOSE-RESIDENCE-REGISTER
               GOBACK
           END-IF.
           PERFORM BUILD-CANDIDATE-POOL.
           PERFORM CLOSE-RESIDENCE-REGISTER.
           IF TABLE-OVERFLOW
               DISPLAY "More than 30000 eligible persons - draw "
                   "refused."
               MOVE 8 TO RETURN-CODE
               CLOSE RecordFile
               GOBACK
           END-IF.
           DISPLAY "Eligible persons in the pool: " WS-POOL-COUNT.
           DISPLAY "Excluded by the previous term: "
               WS-PREVIOUS-TERM-COUNT.
           DISPLAY "Excluded by the exclusion list: "
               WS-LIST-EXCLUDED-COUNT.
           IF WS-POOL-COUNT = 0
               DISPLAY "No eligible persons - nothing drawn."
               MOVE 4 TO RETURN-CODE
               CLOSE RecordFile
               GOBACK
           END-IF.
           MOVE WS-NEEDED TO WS-DRAW-COUNT.
           IF WS-DRAW-COUNT > WS-POOL-COUNT
               DISPLAY "Only " WS-POOL-COUNT " eligible persons for "
                   WS-NEEDED " places - all of them are listed."
               MOVE WS-POOL-COUNT TO WS-DRAW-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM DRAW-CANDIDATES.
           PERFORM WRITE-CANDIDATE-LIST.
           CLOSE RecordFile.
           PERFORM REGISTER-CANDIDATE-LIST.
           DISPLAY "Candidate list written to " WS-CANDIDATE-FILE-NAME
               " (" WS-LISTED-COUNT " candidates, id hash "
               WS-LIST-HASH ").".
           GOBACK.

       READ-SELECTION-CARD SECTION.
           MOVE "N" TO WS-CARD-OK-SWITCH.
           OPEN INPUT SelectionCardFile.
           IF WS-SELECTION-CARD-STATUS = "35"
               DISPLAY "No selection control card - draw refused."
           ELSE
               READ SelectionCardFile
                   AT END
                       DISPLAY "Selection control card is empty - "
                           "draw refused."
                   NOT AT END
                       PERFORM CHECK-SELECTION-CARD
               END-READ
               CLOSE SelectionCardFile
           END-IF.

       CHECK-SELECTION-CARD SECTION.
           EVALUATE TRUE
               WHEN LJ-NEEDED NOT NUMERIC OR LJ-NEEDED = 0
                   DISPLAY "Number of candidates needed missing on "
                       "the control card - draw refused."
               WHEN LJ-SEED NOT NUMERIC OR LJ-SEED = 0
                   DISPLAY "Random seed missing on the control card - "
                       "draw refused."
               WHEN LJ-TERM NOT NUMERIC OR LJ-TERM = 0
                   DISPLAY "Term missing on the control card - draw "
                       "refused."
               WHEN LJ-REFERENCE-DATE NOT NUMERIC
                   DISPLAY "Reference date on the control card is "
                       "not a date - draw refused."
               WHEN OTHER
                   CALL "DATE-CHECK" USING LJ-REFERENCE-DATE
                       WS-DATE-FLAG WS-DATE-REASON
                   IF WS-DATE-OK OR WS-DATE-REASON = "FU"
                       SET CARD-OK TO TRUE
                   ELSE
                       DISPLAY "Reference date " LJ-REFERENCE-DATE
                           " is not valid - draw refused."
                   END-IF
           END-EVALUATE.
           IF CARD-OK
               MOVE LJ-NEEDED TO WS-NEEDED
               MOVE LJ-REFERENCE-DATE TO WS-REFERENCE-DATE
               MOVE LJ-SEED TO WS-SEED
               MOVE LJ-TERM TO WS-TERM
               IF LJ-TERM-YEARS IS NUMERIC AND LJ-TERM-YEARS > 0
                   MOVE LJ-TERM-YEARS TO WS-TERM-YEARS
               END-IF
           END-IF.

       LOAD-SELECTION-REGISTER SECTION.
           MOVE 0 TO WS-PREVIOUS-TERM-FROM.
           IF WS-TERM > WS-TERM-YEARS
               COMPUTE WS-PREVIOUS-TERM-FROM = WS-TERM - WS-TERM-YEARS
           END-IF.
           OPEN INPUT SelectionRegisterFile.
           IF WS-SELECTION-REGISTER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL REGISTER-EOF
                   READ SelectionRegisterFile
                       AT END SET REGISTER-EOF TO TRUE
                   END-READ
                   IF NOT REGISTER-EOF
                       EVALUATE TRUE
                           WHEN LR-TERM = WS-TERM
                               ADD 1 TO WS-THIS-TERM-COUNT
                               MOVE LR-SEED TO WS-THIS-TERM-SEED
                               MOVE LR-DRAW-DATE TO WS-THIS-TERM-DATE
                           WHEN LR-TERM < WS-TERM
                               AND LR-TERM NOT < WS-PREVIOUS-TERM-FROM
                               MOVE LR-PERSON-ID TO WS-SWAP-ID
                               PERFORM ADD-EXCLUDED-PERSON
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE SelectionRegisterFile
           END-IF.

       LOAD-EXCLUSION-LIST SECTION.
           OPEN INPUT ExclusionFile.
           IF WS-EXCLUSION-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EXCLUSION-EOF
                   READ ExclusionFile
                       AT END SET EXCLUSION-EOF TO TRUE
                   END-READ
                   IF NOT EXCLUSION-EOF AND LX-PERSON-ID IS NUMERIC
                       MOVE LX-PERSON-ID TO WS-SWAP-ID
                       PERFORM ADD-EXCLUDED-PERSON
                   END-IF
               END-PERFORM
               CLOSE ExclusionFile
           END-IF.

       ADD-EXCLUDED-PERSON SECTION.
           IF WS-EXCLUDED-COUNT = 9000
               SET TABLE-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-EXCLUDED-COUNT
               MOVE WS-SWAP-ID TO WS-EXCLUDED-ID(WS-EXCLUDED-COUNT)
           END-IF.

       BUILD-CANDIDATE-POOL SECTION.
           PERFORM UNTIL EOF OR TABLE-OVERFLOW
               READ RecordFile NEXT RECORD
                   AT END SET EOF TO TRUE
               END-READ
               IF NOT EOF AND PERSON-ID NOT = WS-TRAILER-KEY
                   AND STATUS-ACTIVE
                   AND NOT PROTECTED-PERSON
                   PERFORM COMPUTE-REFERENCE-AGE
                   IF WS-REFERENCE-AGE NOT < WS-MIN-AGE
                       AND WS-REFERENCE-AGE NOT > WS-MAX-AGE
                       MOVE PERSON-ID TO WS-RR-CHECK-ID
                       PERFORM CHECK-MAIN-RESIDENCE
                       IF MAIN-RESIDENCE-HERE
                           PERFORM CHECK-EXCLUDED-PERSON
                           EVALUATE TRUE
                               WHEN WS-EXCLUDED-FOUND-IDX = 0
                                   PERFORM ADD-POOL-PERSON
                               WHEN WS-EXCLUDED-FOUND-IDX
                                   > WS-TERM-ENTRY-COUNT
                                   ADD 1 TO WS-LIST-EXCLUDED-COUNT
                               WHEN OTHER
                                   ADD 1 TO WS-PREVIOUS-TERM-COUNT
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       COMPUTE-REFERENCE-AGE SECTION.
           MOVE DATE-OF-BIRTH(1:4) TO WS-DOB-CCYY.
           MOVE DATE-OF-BIRTH(5:2) TO WS-DOB-MM.
           MOVE DATE-OF-BIRTH(7:2) TO WS-DOB-DD.
           COMPUTE WS-REFERENCE-AGE = WS-REF-CCYY - WS-DOB-CCYY.
           IF WS-REF-MM < WS-DOB-MM
               OR (WS-REF-MM = WS-DOB-MM AND
                   WS-REF-DD < WS-DOB-DD)
               SUBTRACT 1 FROM WS-REFERENCE-AGE
           END-IF.

       CHECK-EXCLUDED-PERSON SECTION.
           MOVE 0 TO WS-EXCLUDED-FOUND-IDX.
           PERFORM VARYING WS-EXCLUDED-IDX FROM 1 BY 1
                   UNTIL WS-EXCLUDED-IDX > WS-EXCLUDED-COUNT
                   OR WS-EXCLUDED-FOUND-IDX > 0
               IF WS-EXCLUDED-ID(WS-EXCLUDED-IDX) = PERSON-ID
                   MOVE WS-EXCLUDED-IDX TO WS-EXCLUDED-FOUND-IDX
               END-IF
           END-PERFORM.

       ADD-POOL-PERSON SECTION.
           IF WS-POOL-COUNT = 30000
               SET TABLE-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-POOL-COUNT
               MOVE PERSON-ID TO WS-POOL-ID(WS-POOL-COUNT)
           END-IF.

       DRAW-CANDIDATES SECTION.
           DIVIDE WS-SEED BY 2147483647 GIVING WS-LCG-QUOTIENT
               REMAINDER WS-LCG-STATE.
           IF WS-LCG-STATE = 0
               MOVE 1 TO WS-LCG-STATE
           END-IF.
           PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
                   UNTIL WS-POOL-IDX > WS-DRAW-COUNT
               MULTIPLY WS-LCG-STATE BY 16807 GIVING WS-LCG-PRODUCT
               DIVIDE WS-LCG-PRODUCT BY 2147483647
                   GIVING WS-LCG-QUOTIENT REMAINDER WS-LCG-STATE
               COMPUTE WS-PICK-RANGE = WS-POOL-COUNT - WS-POOL-IDX + 1
               DIVIDE WS-LCG-STATE BY WS-PICK-RANGE
                   GIVING WS-LCG-QUOTIENT REMAINDER WS-PICK-OFFSET
               COMPUTE WS-SWAP-IDX = WS-POOL-IDX + WS-PICK-OFFSET
               MOVE WS-POOL-ID(WS-SWAP-IDX) TO WS-SWAP-ID
               MOVE WS-POOL-ID(WS-POOL-IDX) TO WS-POOL-ID(WS-SWAP-IDX)
               MOVE WS-SWAP-ID TO WS-POOL-ID(WS-POOL-IDX)
           END-PERFORM.

       WRITE-CANDIDATE-LIST SECTION.
           MOVE SPACES TO WS-CANDIDATE-FILE-NAME.
           STRING "layjudges." DELIMITED BY SIZE
               WS-TERM DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-CANDIDATE-FILE-NAME
           END-STRING.
           OPEN OUTPUT CandidateFile.
           PERFORM WRITE-CANDIDATE-HEADER.
           OPEN EXTEND DisclosureRegisterFile.
           IF WS-DISCLOSURE-STATUS = "35"
               CLOSE DisclosureRegisterFile
               OPEN OUTPUT DisclosureRegisterFile
           END-IF.
           OPEN EXTEND SelectionRegisterFile.
           IF WS-SELECTION-REGISTER-STATUS = "35"
               CLOSE SelectionRegisterFile
               OPEN OUTPUT SelectionRegisterFile
           END-IF.
           PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
                   UNTIL WS-POOL-IDX > WS-DRAW-COUNT
               MOVE WS-POOL-ID(WS-POOL-IDX) TO PERSON-ID
               READ RecordFile
                   INVALID KEY
                       DISPLAY "PERSON-ID " PERSON-ID
                           " no longer on file - not listed."
                   NOT INVALID KEY
                       PERFORM WRITE-CANDIDATE-DETAIL
               END-READ
           END-PERFORM.
           MOVE SPACES TO CANDIDATE-LINE.
           WRITE CANDIDATE-LINE.
           MOVE SPACES TO CANDIDATE-LINE.
           STRING "Candidates listed: " DELIMITED BY SIZE
               WS-LISTED-COUNT DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               WS-NEEDED DELIMITED BY SIZE
               " requested, drawn from " DELIMITED BY SIZE
               WS-POOL-COUNT DELIMITED BY SIZE
               " eligible persons" DELIMITED BY SIZE
               INTO CANDIDATE-LINE
           END-STRING.
           WRITE CANDIDATE-LINE.
           CLOSE SelectionRegisterFile.
           CLOSE DisclosureRegisterFile.
           CLOSE CandidateFile.

       WRITE-CANDIDATE-HEADER SECTION.
           MOVE SPACES TO CANDIDATE-LINE.
           STRING "LAY-JUDGE CANDIDATES FOR THE TERM FROM "
               DELIMITED BY SIZE
               WS-TERM DELIMITED BY SIZE
               INTO CANDIDATE-LINE
           END-STRING.
           WRITE CANDIDATE-LINE.
           MOVE SPACES TO CANDIDATE-LINE.
           STRING "Drawn " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " - aged " DELIMITED BY SIZE
               WS-MIN-AGE DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               WS-MAX-AGE DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               WS-REFERENCE-DATE DELIMITED BY SIZE
               " - random seed " DELIMITED BY SIZE
               WS-SEED DELIMITED BY SIZE
               INTO CANDIDATE-LINE
           END-STRING.
           WRITE CANDIDATE-LINE.
           MOVE SPACES TO CANDIDATE-LINE.
           WRITE CANDIDATE-LINE.

       WRITE-CANDIDATE-DETAIL SECTION.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE WS-LISTED-COUNT TO WCD-SEQUENCE.
           MOVE PERSON-ID TO WCD-PERSON-ID.
           MOVE SURNAME TO WCD-SURNAME.
           MOVE FIRSTNAME TO WCD-FIRSTNAME.
           MOVE DATE-OF-BIRTH TO WCD-DOB.
           MOVE STREET TO WCD-STREET.
           MOVE HOUSENUMBER TO WCD-HOUSENUMBER.
           MOVE ZIP-CODE TO WCD-ZIP-CODE.
           MOVE CITY TO WCD-CITY.
           WRITE CANDIDATE-LINE FROM WS-CANDIDATE-DETAIL.
           ADD PERSON-ID TO WS-LIST-HASH.
           MOVE PERSON-ID TO DS-PERSON-ID.
           MOVE WS-DISCLOSURE-RECIPIENT TO DS-RECIPIENT.
           MOVE WS-CANDIDATE-FILE-NAME TO DS-FILE-NAME.
           MOVE WS-RUN-DATE TO DS-RUN-DATE.
           WRITE DISCLOSURE-REGISTER-RECORD.
           MOVE WS-TERM TO LR-TERM.
           MOVE PERSON-ID TO LR-PERSON-ID.
           MOVE WS-RUN-DATE TO LR-DRAW-DATE.
           MOVE WS-SEED TO LR-SEED.
           MOVE WS-REFERENCE-DATE TO LR-REFERENCE-DATE.
           MOVE WS-LISTED-COUNT TO LR-DRAW-SEQUENCE.
           WRITE LAY-JUDGE-REGISTER-RECORD.

       REGISTER-CANDIDATE-LIST SECTION.
           MOVE WS-CANDIDATE-FILE-NAME TO TR-FILE-NAME.
           MOVE WS-RUN-DATE TO TR-FILE-DATE.
           MOVE WS-LISTED-COUNT TO TR-RECORD-COUNT.
           MOVE WS-LIST-HASH TO TR-HASH-TOTAL.
           MOVE "N" TO TR-HANDED-OVER-FLAG.
           MOVE 0 TO TR-HANDOVER-TIMESTAMP.
           MOVE "N" TO TR-CONFIRMED-FLAG.
           MOVE 0 TO TR-CONFIRM-TIMESTAMP.
           OPEN EXTEND TransmitRegisterFile.
           IF WS-TRANSMIT-REGISTER-STATUS = "35"
               CLOSE TransmitRegisterFile
               OPEN OUTPUT TransmitRegisterFile
           END-IF.
           WRITE TRANSMIT-REGISTER-RECORD.
           CLOSE TransmitRegisterFile.

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
               MOVE WS-ENV-RESIDENCES TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RESIDENCES
           END-IF.

       COPY "ENV-SECTIONS".

       COPY "RESIDENCE-TYPE-CHECK".

       END PROGRAM LAY-JUDGE-SELECT.
