          ASSIGN TO DYNAMIC WS-ENV-JOURNAL
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT DocumentRegisterFile
          ASSIGN TO DYNAMIC WS-ENV-DOCUMENTS
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS DR-KEY
          ALTERNATE RECORD KEY IS DR-DOCUMENT-NUMBER WITH DUPLICATES
          FILE STATUS IS WS-DOCUMENT-REGISTER-STATUS.
       SELECT JournalHashFile
          ASSIGN TO "journalhash.txt"
          ORGANIZATION IS LINE SEQUENTIAL
       COPY "PersonData".

       FD HouseholdFile.
       COPY "HouseholdData".

       FD MaritalEventFile.
       COPY "MARITAL-EVENT".
       FD JournalFile.
       COPY "CHANGE-JOURNAL".

       FD DocumentRegisterFile.
       COPY "DOCUMENT-REGISTER".

       FD JournalHashFile.
       COPY "JOURNAL-HASH".


       WORKING-STORAGE SECTION.
       COPY "JOURNAL-CHAIN-WS".
       COPY "DOCUMENT-REGISTER-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ALREADY-DONE-SWITCH PIC X.
           88 CASCADE-ALREADY-DONE VALUE "Y".
       01 WS-HH-TABLE.
           05 WS-HH-ENTRY PIC X(129) OCCURS 200 TIMES.
       01 WS-HH-COUNT PIC 9(3) VALUE 0.
       01 WS-HH-IDX PIC 9(3).
       01 WS-HH-CHANGED-SWITCH PIC X VALUE "N".
       01 WS-PARTNER-IDX PIC 9(3).
       01 WS-DECEASED-NAME PIC X(12).
       01 WS-PARTNER-NAME PIC X(12).
       01 WS-PARTNER-PERSON-ID PIC 9(6).
       01 WS-CASCADED-COUNT PIC 9(4) VALUE 0.
       01 WS-NOTIFY-COUNT PIC 9(4) VALUE 0.
       01 WS-NOTIFY-HASH PIC 9(12) VALUE 0.
       01 WS-PENSION-OPEN-SWITCH PIC X VALUE "N".
           88 PENSION-FILE-OPEN VALUE "Y".
       01 WS-DOCUMENTS-OPEN-SWITCH PIC X VALUE "N".
           88 DOCUMENT-REGISTER-OPEN VALUE "Y".
           88 DOCUMENT-REGISTER-FAILED VALUE "F".
       01 DOCUMENT-EOF-SWITCH PIC X VALUE "N".
           88 DOCUMENT-EOF VALUE "Y".
       01 WS-INVALIDATED-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-CASCADE-DONE.
           PERFORM LOAD-HOUSEHOLD-TABLE.
           PERFORM OPEN-DOCUMENT-REGISTER.
           IF DOCUMENT-REGISTER-FAILED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No data available for this run."
               IF DOCUMENT-REGISTER-OPEN
                   CLOSE DocumentRegisterFile
               END-IF
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
               END-IF
           END-PERFORM.
           CLOSE RecordFile.
           IF DOCUMENT-REGISTER-OPEN
               CLOSE DocumentRegisterFile
           END-IF.
           IF PENSION-FILE-OPEN
               CLOSE PensionNotifyFile
               PERFORM REGISTER-PENSION-EXTRACT
               PERFORM SAVE-HOUSEHOLD-TABLE
           END-IF.
           DISPLAY "Newly deceased cascaded: " WS-CASCADED-COUNT.
           DISPLAY "Identity documents invalidated: "
               WS-INVALIDATED-COUNT.
           IF WS-CASCADED-COUNT > 0
               DISPLAY "Deceased persons are suppressed from label "
                   "and letter runs by their status."
               SURNAME ", " FIRSTNAME ".".
           PERFORM CLEAR-PARTNER-LINK.
           PERFORM WRITE-PENSION-NOTIFY.
           PERFORM INVALIDATE-DOCUMENTS.
           PERFORM LOG-CASCADE-JOURNAL.
           PERFORM NOTE-CASCADE-DONE.

           PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                   UNTIL WS-HH-IDX > WS-HH-COUNT
               MOVE WS-HH-ENTRY(WS-HH-IDX) TO HOUSEHOLD-RECORD
               IF HH-PERSON-ID = PERSON-ID
                   MOVE WS-HH-IDX TO WS-DECEASED-IDX
               END-IF
           END-PERFORM.
                       MOVE WS-HH-ENTRY(WS-PARTNER-IDX)
                           TO HOUSEHOLD-RECORD
                       MOVE SPACES TO WS-PARTNER-NAME
                       MOVE HH-PERSON-ID TO WS-PARTNER-PERSON-ID
                       STRING HH-FIRSTNAME DELIMITED BY SIZE
                           HH-SURNAME DELIMITED BY SIZE
                           INTO WS-PARTNER-NAME
           MOVE WS-PARTNER-IDX TO ME-MEMBER-B.
           MOVE WS-DECEASED-NAME TO ME-NAME-A.
           MOVE WS-PARTNER-NAME TO ME-NAME-B.
           MOVE PERSON-ID TO ME-PERSON-A-ID.
           MOVE WS-PARTNER-PERSON-ID TO ME-PERSON-B-ID.
           OPEN EXTEND MaritalEventFile.
           IF WS-MARITAL-EVENT-STATUS = "35"
               CLOSE MaritalEventFile
           DISPLAY "  Widowhood event recorded for "
               WS-PARTNER-NAME ".".

       OPEN-DOCUMENT-REGISTER SECTION.
           OPEN I-O DocumentRegisterFile.
           EVALUATE WS-DOCUMENT-REGISTER-STATUS
               WHEN "00"
                   SET DOCUMENT-REGISTER-OPEN TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Document register not available - status "
                       WS-DOCUMENT-REGISTER-STATUS
                       " - cascade run refused."
                   SET DOCUMENT-REGISTER-FAILED TO TRUE
           END-EVALUATE.

       INVALIDATE-DOCUMENTS SECTION.
           IF DOCUMENT-REGISTER-OPEN
               MOVE "N" TO DOCUMENT-EOF-SWITCH
               MOVE PERSON-ID TO DR-PERSON-ID
               MOVE 0 TO DR-SEQUENCE
               START DocumentRegisterFile KEY IS NOT LESS THAN DR-KEY
                   INVALID KEY SET DOCUMENT-EOF TO TRUE
               END-START
               PERFORM UNTIL DOCUMENT-EOF
                   READ DocumentRegisterFile NEXT RECORD
                       AT END SET DOCUMENT-EOF TO TRUE
                   END-READ
                   IF NOT DOCUMENT-EOF
                       IF DR-PERSON-ID NOT = PERSON-ID
                           SET DOCUMENT-EOF TO TRUE
                       ELSE
                           IF DR-VALID OR DR-EXPIRED
                               PERFORM INVALIDATE-ONE-DOCUMENT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       INVALIDATE-ONE-DOCUMENT SECTION.
           SET DR-INVALIDATED TO TRUE.
           MOVE WS-RUN-DATE TO DR-STATUS-DATE.
           MOVE "NIGHTOPS" TO DR-OPERATOR-ID.
           MOVE WS-RUN-DATE TO DR-CHANGE-DATE.
           REWRITE DOCUMENT-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "  Document " DR-DOCUMENT-NUMBER
                       " could not be invalidated - status "
                       WS-DOCUMENT-REGISTER-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-INVALIDATED-COUNT
                   DISPLAY "  Document " DR-DOCUMENT-NUMBER
                       " invalidated."
           END-REWRITE.

       WRITE-PENSION-NOTIFY SECTION.
           IF NOT PENSION-FILE-OPEN
               MOVE SPACES TO WS-PENSION-FILE-NAME
               MOVE WS-ENV-JOURNAL TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-JOURNAL
               MOVE WS-ENV-DOCUMENTS TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-DOCUMENTS
           END-IF.

       COPY "ENV-SECTIONS".
