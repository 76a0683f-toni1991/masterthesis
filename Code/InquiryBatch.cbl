       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQUIRY-BATCH.
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
       SELECT NameHistoryFile
          ASSIGN TO DYNAMIC WS-ENV-NAMEHIST
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-NAME-HISTORY-STATUS.
       SELECT InquiryRequestFile
          ASSIGN TO "inquiryrequests.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-INQUIRY-REQUEST-STATUS.
       SELECT InquiryReplyFile
          ASSIGN TO DYNAMIC WS-REPLY-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT InquiryRegisterFile
          ASSIGN TO "inquiryregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-INQUIRY-REGISTER-STATUS.
       SELECT ObjectionFile
          ASSIGN TO DYNAMIC WS-ENV-OBJECTION
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS OB-KEY
          FILE STATUS IS WS-OBJECTION-STATUS.

       SELECT DisclosureRegisterFile
          ASSIGN TO "disclosureregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-DISCLOSURE-STATUS.

       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ENV-PROFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DisclosureRegisterFile.
       COPY "DISCLOSURE-REGISTER".

       FD EnvProfileFile.
       COPY "ENV-PROFILE".

       FD ObjectionFile.
       COPY "OBJECTION".

       FD RecordFile.
       COPY "PersonData".

       FD NameHistoryFile.
       COPY "NAME-HISTORY".

       FD InquiryRequestFile.
       01 INQUIRY-REQUEST-RECORD.
           05 IR-REQUEST-REF PIC X(12).
           05 IR-REQUESTER PIC X(8).
           05 IR-SURNAME PIC X(10).
           05 IR-FIRSTNAME PIC X(10).
           05 IR-DATE-OF-BIRTH PIC 9(8).
           05 IR-STREET PIC X(15).
           05 IR-HOUSENUMBER PIC X(5).

       FD InquiryReplyFile.
       01 INQUIRY-REPLY-RECORD.
           05 RP-REQUEST-REF PIC X(12).
           05 RP-REQUESTER PIC X(8).
           05 RP-RESULT PIC X.
           05 RP-RESULT-TEXT PIC X(20).
           05 RP-SURNAME PIC X(10).
           05 RP-FIRSTNAME PIC X(10).
           05 RP-STREET PIC X(15).
           05 RP-HOUSENUMBER PIC X(5).
           05 RP-ZIP-CODE PIC X(6).
           05 RP-CITY PIC X(15).

       FD InquiryRegisterFile.
       COPY "INQUIRY-REGISTER".

       WORKING-STORAGE SECTION.
       COPY "OBJECTION-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-ENV-NAMEHIST PIC X(40) VALUE "namehistory.txt".
       01 WS-FILE-STATUS PIC X(2).
       01 WS-NAME-HISTORY-STATUS PIC X(2).
       01 WS-INQUIRY-REQUEST-STATUS PIC X(2).
       01 WS-INQUIRY-REGISTER-STATUS PIC X(2).
       01 WS-DISCLOSURE-STATUS PIC X(2).
       01 WS-REPLY-FILE-NAME PIC X(40).
       COPY "TRAILER-KEY".
       01 REQUEST-EOF-SWITCH PIC X VALUE "N".
           88 REQUEST-EOF VALUE "Y".
       01 EOF-SWITCH PIC X VALUE "N".
           88 EOF VALUE "Y".
       01 HISTORY-EOF-SWITCH PIC X VALUE "N".
           88 HISTORY-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-CANDIDATE-TABLE.
           05 WS-CAND-ENTRY OCCURS 10 TIMES.
               10 WS-CAND-ID PIC 9(6).
               10 WS-CAND-ADDRESS-MATCH PIC X.
       01 WS-CAND-COUNT PIC 9(2) VALUE 0.
       01 WS-CAND-IDX PIC 9(2).
       01 WS-CAND-ADDRESS-COUNT PIC 9(2).
       01 WS-CAND-KNOWN-SWITCH PIC X.
           88 CANDIDATE-KNOWN VALUE "Y".
       01 WS-MATCHED-ID PIC 9(6).
       01 WS-RESULT PIC X.
           88 RESULT-FOUND VALUE "F".
           88 RESULT-NOT-FOUND VALUE "N".
           88 RESULT-AMBIGUOUS VALUE "A".
           88 RESULT-BLOCKED VALUE "B".
       01 WS-REQUEST-COUNT PIC 9(6) VALUE 0.
       01 WS-FOUND-COUNT PIC 9(6) VALUE 0.
       01 WS-NOT-FOUND-COUNT PIC 9(6) VALUE 0.
       01 WS-AMBIGUOUS-COUNT PIC 9(6) VALUE 0.
       01 WS-BLOCKED-COUNT PIC 9(6) VALUE 0.
       01 WS-PROTECTED-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "THIRD-PARTY ADDRESS INQUIRY BATCH".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT InquiryRequestFile.
           IF WS-INQUIRY-REQUEST-STATUS NOT = "00"
               DISPLAY "No inquiry request file on hand - run "
                   "refused."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "YYYY" TO WS-OBJ-HONOUR-FLAGS.
           PERFORM OPEN-OBJECTION-REGISTER.
           IF OBJECTION-REGISTER-FAILED
               DISPLAY "Inquiries refused - objections cannot be "
                   "honoured."
               CLOSE InquiryRequestFile
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No data available to answer inquiries."
               CLOSE InquiryRequestFile
               PERFORM CLOSE-OBJECTION-REGISTER
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-REPLY-FILE-NAME.
           STRING "inquiryreplies." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-REPLY-FILE-NAME
           END-STRING.
           OPEN OUTPUT InquiryReplyFile.
           PERFORM OPEN-DISCLOSURE-REGISTER.
           PERFORM OPEN-INQUIRY-REGISTER.
           PERFORM UNTIL REQUEST-EOF
               READ InquiryRequestFile
                   AT END SET REQUEST-EOF TO TRUE
               END-READ
               IF NOT REQUEST-EOF
                   ADD 1 TO WS-REQUEST-COUNT
                   PERFORM ANSWER-ONE-INQUIRY
               END-IF
           END-PERFORM.
           CLOSE InquiryRegisterFile.
           CLOSE DisclosureRegisterFile.
           CLOSE InquiryReplyFile.
           CLOSE RecordFile.
           CLOSE InquiryRequestFile.
           DISPLAY "Inquiries read:          " WS-REQUEST-COUNT.
           DISPLAY "Address released:        " WS-FOUND-COUNT.
           DISPLAY "Not found:               " WS-NOT-FOUND-COUNT.
           DISPLAY "Ambiguous:               " WS-AMBIGUOUS-COUNT.
           DISPLAY "Information blocked:     " WS-BLOCKED-COUNT.
           DISPLAY "  protected persons:     " WS-PROTECTED-COUNT.
           PERFORM REPORT-OBJECTION-WITHHELD.
           PERFORM CLOSE-OBJECTION-REGISTER.
           DISPLAY "Replies written to " WS-REPLY-FILE-NAME.
           GOBACK.

       ANSWER-ONE-INQUIRY SECTION.
           MOVE 0 TO WS-CAND-COUNT.
           MOVE 0 TO WS-MATCHED-ID.
           PERFORM MATCH-CURRENT-SURNAME.
           PERFORM MATCH-FORMER-SURNAMES.
           EVALUATE TRUE
               WHEN WS-CAND-COUNT = 0
                   SET RESULT-NOT-FOUND TO TRUE
               WHEN WS-CAND-COUNT = 1
                   MOVE WS-CAND-ID(1) TO WS-MATCHED-ID
                   SET RESULT-FOUND TO TRUE
               WHEN OTHER
                   PERFORM NARROW-BY-LAST-ADDRESS
           END-EVALUATE.
           IF RESULT-FOUND
               MOVE WS-MATCHED-ID TO PERSON-ID
               READ RecordFile KEY IS PERSON-ID
                   INVALID KEY SET RESULT-NOT-FOUND TO TRUE
               END-READ
           END-IF.
           IF RESULT-FOUND
               IF PROTECTED-PERSON
                   SET RESULT-BLOCKED TO TRUE
                   ADD 1 TO WS-PROTECTED-COUNT
               ELSE
                   MOVE PERSON-ID TO WS-OBJ-CHECK-ID
                   PERFORM CHECK-OBJECTION
                   IF OBJECTION-WITHHELD
                       SET RESULT-BLOCKED TO TRUE
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-INQUIRY-REPLY.

       MATCH-CURRENT-SURNAME SECTION.
           MOVE "N" TO EOF-SWITCH.
           MOVE IR-SURNAME TO SURNAME.
           START RecordFile KEY IS = SURNAME
               INVALID KEY SET EOF TO TRUE
           END-START.
           PERFORM UNTIL EOF
               READ RecordFile NEXT RECORD
                   AT END SET EOF TO TRUE
               END-READ
               IF NOT EOF
                   IF SURNAME NOT = IR-SURNAME
                       SET EOF TO TRUE
                   ELSE
                       PERFORM CONSIDER-CANDIDATE
                   END-IF
               END-IF
           END-PERFORM.

       MATCH-FORMER-SURNAMES SECTION.
           MOVE "N" TO HISTORY-EOF-SWITCH.
           OPEN INPUT NameHistoryFile.
           IF WS-NAME-HISTORY-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL HISTORY-EOF
                   READ NameHistoryFile
                       AT END SET HISTORY-EOF TO TRUE
                   END-READ
                   IF NOT HISTORY-EOF
                       AND NH-OLD-SURNAME = IR-SURNAME
                       MOVE NH-PERSON-ID TO PERSON-ID
                       READ RecordFile KEY IS PERSON-ID
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               PERFORM CONSIDER-CANDIDATE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE NameHistoryFile
           END-IF.

       CONSIDER-CANDIDATE SECTION.
           IF PERSON-ID NOT = WS-TRAILER-KEY
               AND (STATUS-ACTIVE OR PERSON-STATUS = SPACE)
               AND DATE-OF-BIRTH = IR-DATE-OF-BIRTH
               AND (IR-FIRSTNAME = SPACES
                   OR FIRSTNAME = IR-FIRSTNAME)
               MOVE "N" TO WS-CAND-KNOWN-SWITCH
               PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                       UNTIL WS-CAND-IDX > WS-CAND-COUNT
                   IF WS-CAND-ID(WS-CAND-IDX) = PERSON-ID
                       SET CANDIDATE-KNOWN TO TRUE
                   END-IF
               END-PERFORM
               IF NOT CANDIDATE-KNOWN AND WS-CAND-COUNT < 10
                   ADD 1 TO WS-CAND-COUNT
                   MOVE PERSON-ID TO WS-CAND-ID(WS-CAND-COUNT)
                   MOVE "N" TO WS-CAND-ADDRESS-MATCH(WS-CAND-COUNT)
                   IF IR-STREET NOT = SPACES
                       AND STREET = IR-STREET
                       AND (IR-HOUSENUMBER = SPACES
                           OR HOUSENUMBER = IR-HOUSENUMBER)
                       MOVE "Y"
                           TO WS-CAND-ADDRESS-MATCH(WS-CAND-COUNT)
                   END-IF
               END-IF
           END-IF.

       NARROW-BY-LAST-ADDRESS SECTION.
           SET RESULT-AMBIGUOUS TO TRUE.
           MOVE 0 TO WS-CAND-ADDRESS-COUNT.
           IF IR-STREET NOT = SPACES
               PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                       UNTIL WS-CAND-IDX > WS-CAND-COUNT
                   IF WS-CAND-ADDRESS-MATCH(WS-CAND-IDX) = "Y"
                       ADD 1 TO WS-CAND-ADDRESS-COUNT
                       MOVE WS-CAND-ID(WS-CAND-IDX) TO WS-MATCHED-ID
                   END-IF
               END-PERFORM
               IF WS-CAND-ADDRESS-COUNT = 1
                   SET RESULT-FOUND TO TRUE
               END-IF
           END-IF.

       WRITE-INQUIRY-REPLY SECTION.
           MOVE SPACES TO INQUIRY-REPLY-RECORD.
           MOVE IR-REQUEST-REF TO RP-REQUEST-REF.
           MOVE IR-REQUESTER TO RP-REQUESTER.
           MOVE WS-RESULT TO RP-RESULT.
           EVALUATE TRUE
               WHEN RESULT-FOUND
                   MOVE "ADDRESS FOUND" TO RP-RESULT-TEXT
                   MOVE SURNAME TO RP-SURNAME
                   MOVE FIRSTNAME TO RP-FIRSTNAME
                   MOVE STREET TO RP-STREET
                   MOVE HOUSENUMBER TO RP-HOUSENUMBER
                   MOVE ZIP-CODE TO RP-ZIP-CODE
                   MOVE CITY TO RP-CITY
                   ADD 1 TO WS-FOUND-COUNT
                   PERFORM LOG-DISCLOSURE
               WHEN RESULT-AMBIGUOUS
                   MOVE "AMBIGUOUS" TO RP-RESULT-TEXT
                   ADD 1 TO WS-AMBIGUOUS-COUNT
               WHEN RESULT-BLOCKED
                   MOVE "INFORMATION BLOCKED" TO RP-RESULT-TEXT
                   ADD 1 TO WS-BLOCKED-COUNT
               WHEN OTHER
                   MOVE "NOT FOUND" TO RP-RESULT-TEXT
                   ADD 1 TO WS-NOT-FOUND-COUNT
           END-EVALUATE.
           WRITE INQUIRY-REPLY-RECORD.
           PERFORM LOG-INQUIRY.

       OPEN-DISCLOSURE-REGISTER SECTION.
           OPEN EXTEND DisclosureRegisterFile.
           IF WS-DISCLOSURE-STATUS = "35"
               CLOSE DisclosureRegisterFile
               OPEN OUTPUT DisclosureRegisterFile
           END-IF.

       LOG-DISCLOSURE SECTION.
           MOVE PERSON-ID TO DS-PERSON-ID.
           MOVE SPACES TO DS-RECIPIENT.
           STRING "INQUIRY " DELIMITED BY SIZE
               IR-REQUESTER DELIMITED BY SIZE
               INTO DS-RECIPIENT
           END-STRING.
           MOVE WS-REPLY-FILE-NAME TO DS-FILE-NAME.
           MOVE WS-RUN-DATE TO DS-RUN-DATE.
           WRITE DISCLOSURE-REGISTER-RECORD.

       OPEN-INQUIRY-REGISTER SECTION.
           OPEN EXTEND InquiryRegisterFile.
           IF WS-INQUIRY-REGISTER-STATUS = "35"
               CLOSE InquiryRegisterFile
               OPEN OUTPUT InquiryRegisterFile
           END-IF.

       LOG-INQUIRY SECTION.
           MOVE IR-REQUEST-REF TO IQ-REQUEST-REF.
           MOVE IR-REQUESTER TO IQ-REQUESTER.
           IF RESULT-FOUND
               MOVE WS-MATCHED-ID TO IQ-PERSON-ID
           ELSE
               MOVE 0 TO IQ-PERSON-ID
           END-IF.
           MOVE WS-RESULT TO IQ-RESULT.
           MOVE WS-RUN-DATE TO IQ-RUN-DATE.
           MOVE WS-REPLY-FILE-NAME TO IQ-FILE-NAME.
           WRITE INQUIRY-REGISTER-RECORD.

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
               MOVE WS-ENV-NAMEHIST TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-NAMEHIST
               MOVE WS-ENV-OBJECTION TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-OBJECTION
           END-IF.

       COPY "ENV-SECTIONS".

       COPY "OBJECTION-CHECK".

       END PROGRAM INQUIRY-BATCH.
