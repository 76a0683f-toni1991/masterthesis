       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCUMENT-EXPIRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DocumentRegisterFile
          ASSIGN TO DYNAMIC WS-ENV-DOCUMENTS
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS DR-KEY
          ALTERNATE RECORD KEY IS DR-DOCUMENT-NUMBER WITH DUPLICATES
          FILE STATUS IS WS-DOCUMENT-REGISTER-STATUS.
       SELECT RecordFile
          ASSIGN TO DYNAMIC WS-ENV-RECORDFILE
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PERSON-ID
          ALTERNATE RECORD KEY IS SURNAME WITH DUPLICATES
          FILE STATUS IS WS-FILE-STATUS.
       SELECT AddressDoubtFile
          ASSIGN TO DYNAMIC WS-ENV-ADDRDOUBT
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS AD-PERSON-ID
          FILE STATUS IS WS-ADDRESS-DOUBT-STATUS.
       SELECT LetterFile
          ASSIGN TO DYNAMIC WS-LETTER-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LetterTemplateFile
          ASSIGN TO "lettertemplates.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-LETTER-TEMPLATE-STATUS.
       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ENV-PROFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EnvProfileFile.
       COPY "ENV-PROFILE".

       FD DocumentRegisterFile.
       COPY "DOCUMENT-REGISTER".

       FD RecordFile.
       COPY "PersonData".

       FD AddressDoubtFile.
       COPY "ADDRESS-DOUBT".

       FD LetterFile.
       01 LETTER-LINE PIC X(72).

       FD LetterTemplateFile.
       COPY "LETTER-TEMPLATE".

       WORKING-STORAGE SECTION.
       COPY "DOCUMENT-REGISTER-WS".
       COPY "MAIL-REFERENCE-WS".
       COPY "LETTER-TEMPLATE-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-FILE-STATUS PIC X(2).
       01 WS-LETTER-FILE-NAME PIC X(40).
       01 EOF-SWITCH PIC X VALUE "N".
           88 EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-MONTH PIC 9(6).
       01 WS-NOTICE-MONTHS PIC 9(2) VALUE 3.
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
           05 WS-CUTOFF-CCYY PIC 9(4).
           05 WS-CUTOFF-MM PIC 9(2).
           05 WS-CUTOFF-DD PIC 9(2).
       01 WS-HOLDER-OK-SWITCH PIC X VALUE "N".
           88 HOLDER-OK VALUE "Y".
       01 WS-LETTER-COUNT PIC 9(6) VALUE 0.
       01 WS-EXPIRED-COUNT PIC 9(6) VALUE 0.
       01 WS-NO-HOLDER-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "IDENTITY DOCUMENT EXPIRY REMINDER RUN".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH.
           MOVE WS-RUN-DATE TO WS-CUTOFF-DATE.
           ADD WS-NOTICE-MONTHS TO WS-CUTOFF-MM.
           IF WS-CUTOFF-MM > 12
               SUBTRACT 12 FROM WS-CUTOFF-MM
               ADD 1 TO WS-CUTOFF-CCYY
           END-IF.
           DISPLAY "Reminding holders of documents expiring up to "
               WS-CUTOFF-DATE ".".
           PERFORM LOAD-LETTER-TEMPLATES.
           MOVE "DOCXI" TO WS-LT-CODE.
           PERFORM REQUIRE-LETTER-TEMPLATE.
           MOVE "DOCXP" TO WS-LT-CODE.
           PERFORM REQUIRE-LETTER-TEMPLATE.
           IF LETTER-TEMPLATES-MISSING
               DISPLAY "Reminder run refused - template library "
                   "incomplete."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O DocumentRegisterFile.
           IF WS-DOCUMENT-REGISTER-STATUS = "35"
               DISPLAY "No document register on file - nothing to "
                   "remind."
               GOBACK
           END-IF.
           IF WS-DOCUMENT-REGISTER-STATUS NOT = "00"
               DISPLAY "Document register not available - status "
                   WS-DOCUMENT-REGISTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No data available for this run."
               CLOSE DocumentRegisterFile
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-LETTER-FILE-NAME.
           STRING "documentreminders." DELIMITED BY SIZE
               WS-RUN-MONTH DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-LETTER-FILE-NAME
           END-STRING.
           OPEN OUTPUT LetterFile.
           PERFORM OPEN-ADDRESS-DOUBT-REGISTER.
           PERFORM UNTIL EOF
               READ DocumentRegisterFile NEXT RECORD
                   AT END SET EOF TO TRUE
               END-READ
               IF NOT EOF AND DR-VALID
                   PERFORM CHECK-DOCUMENT-EXPIRY
               END-IF
           END-PERFORM.
           CLOSE LetterFile.
           PERFORM CLOSE-ADDRESS-DOUBT-REGISTER.
           CLOSE RecordFile.
           CLOSE DocumentRegisterFile.
           DISPLAY "Reminder letters printed: " WS-LETTER-COUNT.
           PERFORM REPORT-LETTER-MERGE.
           DISPLAY "Documents set to expired: " WS-EXPIRED-COUNT.
           IF WS-NO-HOLDER-COUNT > 0
               DISPLAY "Documents of inactive or unknown holders "
                   "skipped: " WS-NO-HOLDER-COUNT
           END-IF.
           DISPLAY "Letters written to " WS-LETTER-FILE-NAME ".".
           GOBACK.

       CHECK-DOCUMENT-EXPIRY SECTION.
           IF DR-EXPIRY-DATE < WS-RUN-DATE
               SET DR-EXPIRED TO TRUE
               MOVE WS-RUN-DATE TO DR-STATUS-DATE
               MOVE "NIGHTOPS" TO DR-OPERATOR-ID
               MOVE WS-RUN-DATE TO DR-CHANGE-DATE
               PERFORM REWRITE-DOCUMENT
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               IF DR-EXPIRY-DATE NOT > WS-CUTOFF-DATE
                   AND DR-REMINDER-DATE = 0
                   PERFORM READ-DOCUMENT-HOLDER
                   IF HOLDER-OK
                       MOVE PERSON-ID TO WS-MR-PERSON-ID
                       MOVE STREET TO WS-MR-STREET
                       MOVE HOUSENUMBER TO WS-MR-HOUSENUMBER
                       MOVE ZIP-CODE TO WS-MR-ZIP-CODE
                       PERFORM CHECK-MAIL-STOP
                       IF NOT MAIL-STOPPED
                           PERFORM PRINT-REMINDER-LETTER
                           MOVE WS-RUN-DATE TO DR-REMINDER-DATE
                           PERFORM REWRITE-DOCUMENT
                       END-IF
                   ELSE
                       ADD 1 TO WS-NO-HOLDER-COUNT
                   END-IF
               END-IF
           END-IF.

       READ-DOCUMENT-HOLDER SECTION.
           MOVE "N" TO WS-HOLDER-OK-SWITCH.
           MOVE DR-PERSON-ID TO PERSON-ID.
           READ RecordFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF STATUS-ACTIVE OR PERSON-STATUS = SPACE
                       SET HOLDER-OK TO TRUE
                   END-IF
           END-READ.

       REWRITE-DOCUMENT SECTION.
           REWRITE DOCUMENT-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "Document " DR-DOCUMENT-NUMBER
                       " could not be rewritten - status "
                       WS-DOCUMENT-REGISTER-STATUS
           END-REWRITE.

       PRINT-REMINDER-LETTER SECTION.
           PERFORM DESCRIBE-DOCUMENT.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "DOCX" TO WS-MR-TYPE.
           PERFORM BUILD-MAIL-REFERENCE.
           MOVE WS-MR-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING FIRSTNAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               SURNAME DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING STREET DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HOUSENUMBER DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING ZIP-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CITY DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           PERFORM CLEAR-LETTER-VALUES.
           MOVE "NAME" TO WS-LT-TAG.
           MOVE SPACES TO WS-LT-VALUE.
           STRING FIRSTNAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               SURNAME DELIMITED BY SIZE
               INTO WS-LT-VALUE
           END-STRING.
           PERFORM SET-LETTER-VALUE.
           MOVE "FIRSTNAME" TO WS-LT-TAG.
           MOVE FIRSTNAME TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "SURNAME" TO WS-LT-TAG.
           MOVE SURNAME TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "DOCTYPE" TO WS-LT-TAG.
           MOVE WS-DOCUMENT-TYPE-NAME TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "DOCNO" TO WS-LT-TAG.
           MOVE DR-DOCUMENT-NUMBER TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "EXPIRY" TO WS-LT-TAG.
           MOVE DR-EXPIRY-DATE TO WS-LT-DATE.
           PERFORM SET-LETTER-DATE.
           MOVE "DATE" TO WS-LT-TAG.
           MOVE WS-RUN-DATE TO WS-LT-DATE.
           PERFORM SET-LETTER-DATE.
           IF DR-PASSPORT
               MOVE "DOCXP" TO WS-LT-CODE
           ELSE
               MOVE "DOCXI" TO WS-LT-CODE
           END-IF.
           MOVE PREFERRED-LANGUAGE TO WS-LT-LANGUAGE.
           PERFORM MERGE-LETTER-TEMPLATE.
           MOVE "----------------------------------------"
               TO LETTER-LINE.
           WRITE LETTER-LINE.

       EMIT-TEMPLATE-LINE SECTION.
           WRITE LETTER-LINE FROM WS-LT-LINE.

       COPY "DOCUMENT-DESCRIBE".

       COPY "MAIL-REFERENCE".

       COPY "LETTER-MERGE".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-DOCUMENTS TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-DOCUMENTS
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
               MOVE WS-ENV-ADDRDOUBT TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-ADDRDOUBT
           END-IF.

       COPY "ENV-SECTIONS".

       END PROGRAM DOCUMENT-EXPIRY.
