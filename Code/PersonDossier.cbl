          ASSIGN TO "maritalevents.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-MARITAL-EVENT-STATUS.
       SELECT PersonNoteFile
          ASSIGN TO "personnotes.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-PERSON-NOTE-STATUS.
       SELECT SourceDocFile
          ASSIGN TO "sourcedocs.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-SOURCE-DOC-STATUS.
       SELECT OperatorMasterFile
          ASSIGN TO "operators.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-OPERATOR-MASTER-STATUS.
       SELECT DossierFile
          ASSIGN TO DYNAMIC WS-DOSSIER-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AccessLogFile
          ASSIGN TO "accesslog.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ACCESS-LOG-STATUS.
       SELECT InvoiceRegisterFile
          ASSIGN TO "invoiceregister.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS IV-INVOICE-NUMBER
          ALTERNATE RECORD KEY IS IV-REQUESTER WITH DUPLICATES
          ALTERNATE RECORD KEY IS IV-INVOICE-DATE WITH DUPLICATES
          FILE STATUS IS WS-INVOICE-REGISTER-STATUS.
       SELECT ReportIndexFile
          ASSIGN TO "reportindex.txt"
          ORGANIZATION IS LINE SEQUENTIAL
       FD MaritalEventFile.
       COPY "MARITAL-EVENT".

       FD PersonNoteFile.
       COPY "PERSON-NOTE".

       FD SourceDocFile.
       COPY "SOURCE-DOC".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       FD DossierFile.
       01 DOSSIER-LINE PIC X(90).

       FD AccessLogFile.
       COPY "ACCESS-LOG".

       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       FD InvoiceRegisterFile.
       COPY "INVOICE-REGISTER".

       WORKING-STORAGE SECTION.
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-NAME-HISTORY-STATUS PIC X(2).
       01 WS-MARITAL-EVENT-STATUS PIC X(2).
       01 WS-REPORT-INDEX-STATUS PIC X(2).
       01 WS-ACCESS-LOG-STATUS PIC X(2).
       01 WS-STAMP-DATE PIC 9(8).
       01 WS-STAMP-TIME PIC 9(8).
       01 WS-UNMASK-ANSWER PIC X VALUE "N".
           88 UNMASK-REQUESTED VALUE "Y" "y".
       01 WS-DOSSIER-FILE-NAME PIC X(40).
       01 JOURNAL-EOF-SWITCH PIC X VALUE "N".
           88 JOURNAL-EOF VALUE "Y".
           88 HISTORY-EOF VALUE "Y".
       01 EVENT-EOF-SWITCH PIC X VALUE "N".
           88 EVENT-EOF VALUE "Y".
       COPY "PERSON-NOTE-WS".
       COPY "SOURCE-DOC-WS".
       COPY "FIELD-MASK-WS".
       COPY "MUNI-SCOPE-WS".
       COPY "INVOICE-REGISTER-WS".
       01 WS-SOURCE-DOC-COUNT PIC 9(4) VALUE 0.
       01 WS-INVOICE-COUNT PIC 9(4) VALUE 0.
       01 WS-INVOICE-REQUESTER PIC X(8).
       01 WS-INVOICE-LINE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WIL-NUMBER PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 WIL-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WIL-SERVICE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WIL-FULL-FEE PIC ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WIL-REDUCTION PIC ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WIL-AMOUNT PIC ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WIL-STATE PIC X(20).
       01 WS-OPERATOR-MASTER-STATUS PIC X(2).
       01 OPERATOR-EOF-SWITCH PIC X VALUE "N".
           88 OPERATOR-EOF VALUE "Y".
       01 WS-SIGNON-ID PIC X(8).
       01 WS-OPERATOR-ROLE PIC X.
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
           88 OPERATOR-CAN-UPDATE VALUE "S" "U".
       01 WS-OPERATOR-VALID-SWITCH PIC X VALUE "N".
           88 OPERATOR-VALID VALUE "Y".
       01 WS-NOTES-WITHHELD-SWITCH PIC X VALUE "N".
           88 NOTES-WITHHELD VALUE "Y".
       01 WS-INQUIRY-ID PIC 9(6).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-TOTAL-LINES PIC 9(6) VALUE 0.
       01 WS-FORMER-NAME-COUNT PIC 9(4) VALUE 0.
       01 WS-EVENT-COUNT PIC 9(4) VALUE 0.
       01 WS-JOIN-NAME PIC X(12).
       01 WS-EVENT-MATCH-SWITCH PIC X.
           88 EVENT-FOR-PERSON VALUE "Y".
       01 WS-ACTION-TEXT PIC X(8).
       01 WS-BEFORE-PERSON.
           05 WB-PERSON-ID PIC 9(6).
           05 WB-PERMIT-EXPIRY PIC 9(8).
           05 WB-PROTECTION PIC X.
           05 WB-EMERGENCY PIC X(76).
           05 WB-RELIGION PIC X(2).
           05 WB-RELIGION-DATE PIC 9(8).
           05 WB-LANGUAGE PIC X(2).
       01 WS-AFTER-PERSON.
           05 WA-PERSON-ID PIC 9(6).
           05 WA-DOB PIC 9(8).
           05 WA-PERMIT-EXPIRY PIC 9(8).
           05 WA-PROTECTION PIC X.
           05 WA-EMERGENCY PIC X(76).
           05 WA-RELIGION PIC X(2).
           05 WA-RELIGION-DATE PIC 9(8).
           05 WA-LANGUAGE PIC X(2).
       01 WS-FIELD-LABEL PIC X(16).
       01 WS-OLD-VALUE PIC X(20).
       01 WS-NEW-VALUE PIC X(20).
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "PERSON DOSSIER (SUBJECT-ACCESS STATEMENT)".
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           PERFORM LOAD-OPERATOR-SCOPE.
           MOVE "PERSON-DOSSIER" TO WS-MUNI-PROGRAM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "PERSON-ID for the dossier: " WITH NO ADVANCING.
           ACCEPT WS-INQUIRY-ID.
                   CLOSE RecordFile
                   GOBACK
               NOT INVALID KEY
                   IF PROTECTED-PERSON
                       AND NOT OPERATOR-IS-SUPERVISOR
                       SET NOTES-WITHHELD TO TRUE
                   END-IF
           END-READ.
           MOVE MUNICIPALITY-CODE TO WS-MUNI-CHECK-CODE.
           PERFORM CHECK-MUNICIPALITY-SCOPE.
           IF NOT MUNICIPALITY-IN-SCOPE
               PERFORM LOG-SCOPE-REFUSAL
               MOVE 8 TO RETURN-CODE
               CLOSE RecordFile
               GOBACK
           END-IF.
           IF OPERATOR-IS-SUPERVISOR
               PERFORM ASK-UNMASKED-VIEW
           END-IF.
           PERFORM SET-FIELD-MASK.
           MOVE SPACES TO WS-DOSSIER-FILE-NAME.
           STRING "dossier." DELIMITED BY SIZE
               WS-INQUIRY-ID DELIMITED BY SIZE
           PERFORM PRINT-JOURNAL-CHANGES.
           PERFORM PRINT-FORMER-SURNAMES.
           PERFORM PRINT-MARITAL-EVENTS.
           PERFORM PRINT-CASE-NOTES.
           PERFORM PRINT-SOURCE-DOCUMENTS.
           PERFORM PRINT-INVOICES.
           PERFORM PRINT-DOSSIER-FOOTER.
           CLOSE DossierFile.
           PERFORM LOG-REPORT-INDEX.
           PERFORM WRITE-DOSSIER-LINE.
           MOVE SPACES TO DOSSIER-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           IF WS-FM-VISIBILITY NOT = "FFFF"
               MOVE "   Fields shown as * are masked for the issuing "
                   TO DOSSIER-LINE
               PERFORM WRITE-DOSSIER-LINE
               MOVE "   operator's role." TO DOSSIER-LINE
               PERFORM WRITE-DOSSIER-LINE
               MOVE SPACES TO DOSSIER-LINE
               PERFORM WRITE-DOSSIER-LINE
           END-IF.
           MOVE "1. CURRENT RECORD" TO DOSSIER-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           MOVE SPACES TO DOSSIER-LINE.
               INTO DOSSIER-LINE
           END-STRING.
           PERFORM WRITE-DOSSIER-LINE.
           MOVE DATE-OF-BIRTH TO WS-FM-DOB-IN.
           MOVE AGE TO WS-FM-AGE-IN.
           PERFORM MASK-DATE-OF-BIRTH.
           MOVE SPACES TO DOSSIER-LINE.
           STRING "   Date of birth: " DELIMITED BY SIZE
               WS-FM-DOB-TEXT DELIMITED BY SIZE
               INTO DOSSIER-LINE
           END-STRING.
           PERFORM WRITE-DOSSIER-LINE.
               INTO DOSSIER-LINE
           END-STRING.
           PERFORM WRITE-DOSSIER-LINE.
           IF NOT RELIGION-NOT-RECORDED
               MOVE SPACES TO DOSSIER-LINE
               STRING "   Religion:      " DELIMITED BY SIZE
                   RELIGION-CODE DELIMITED BY SIZE
                   " since " DELIMITED BY SIZE
                   RELIGION-EFFECTIVE-DATE DELIMITED BY SIZE
                   INTO DOSSIER-LINE
               END-STRING
               PERFORM WRITE-DOSSIER-LINE
           END-IF.
           IF NOT LANGUAGE-NOT-RECORDED
               MOVE SPACES TO DOSSIER-LINE
               STRING "   Letters in:    " DELIMITED BY SIZE
                   PREFERRED-LANGUAGE DELIMITED BY SIZE
                   INTO DOSSIER-LINE
               END-STRING
               PERFORM WRITE-DOSSIER-LINE
           END-IF.
           MOVE SPACES TO WS-JOIN-NAME.
           STRING FIRSTNAME(1:6) DELIMITED BY SIZE
               SURNAME(1:6) DELIMITED BY SIZE
       PRINT-FIELD-DIFFS SECTION.
           IF WB-DOB NOT = WA-DOB
               MOVE "Date of birth" TO WS-FIELD-LABEL
               MOVE WB-DOB TO WS-FM-DOB-IN
               PERFORM MASK-DATE-OF-BIRTH
               MOVE WS-FM-DOB-TEXT TO WS-OLD-VALUE
               MOVE WA-DOB TO WS-FM-DOB-IN
               PERFORM MASK-DATE-OF-BIRTH
               MOVE WS-FM-DOB-TEXT TO WS-NEW-VALUE
               PERFORM PRINT-ONE-DIFF
           END-IF.
           IF WB-FIRSTNAME NOT = WA-FIRSTNAME
           END-IF.
           IF WB-NATIONALITY NOT = WA-NATIONALITY
               MOVE "Nationality" TO WS-FIELD-LABEL
               MOVE WB-NATIONALITY TO WS-FM-NATIONALITY-IN
               PERFORM MASK-NATIONALITY
               MOVE WS-FM-NATIONALITY-TEXT TO WS-OLD-VALUE
               MOVE WA-NATIONALITY TO WS-FM-NATIONALITY-IN
               PERFORM MASK-NATIONALITY
               MOVE WS-FM-NATIONALITY-TEXT TO WS-NEW-VALUE
               PERFORM PRINT-ONE-DIFF
           END-IF.
           IF WB-PERMIT-TYPE NOT = WA-PERMIT-TYPE
               MOVE "Permit type" TO WS-FIELD-LABEL
               MOVE WB-PERMIT-TYPE TO WS-FM-PERMIT-TYPE-IN
               PERFORM MASK-PERMIT
               MOVE WS-FM-PERMIT-TYPE-TEXT TO WS-OLD-VALUE
               MOVE WA-PERMIT-TYPE TO WS-FM-PERMIT-TYPE-IN
               PERFORM MASK-PERMIT
               MOVE WS-FM-PERMIT-TYPE-TEXT TO WS-NEW-VALUE
               PERFORM PRINT-ONE-DIFF
           END-IF.
           IF WB-PERMIT-EXPIRY NOT = WA-PERMIT-EXPIRY
               MOVE "Permit expiry" TO WS-FIELD-LABEL
               MOVE WB-PERMIT-EXPIRY TO WS-FM-PERMIT-EXPIRY-IN
               PERFORM MASK-PERMIT
               MOVE WS-FM-PERMIT-EXPIRY-TEXT TO WS-OLD-VALUE
               MOVE WA-PERMIT-EXPIRY TO WS-FM-PERMIT-EXPIRY-IN
               PERFORM MASK-PERMIT
               MOVE WS-FM-PERMIT-EXPIRY-TEXT TO WS-NEW-VALUE
               PERFORM PRINT-ONE-DIFF
           END-IF.
           IF WB-PROTECTION NOT = WA-PROTECTION
               MOVE WA-PROTECTION TO WS-NEW-VALUE
               PERFORM PRINT-ONE-DIFF
           END-IF.
           IF WB-RELIGION NOT = WA-RELIGION
               MOVE "Religion" TO WS-FIELD-LABEL
               MOVE WB-RELIGION TO WS-OLD-VALUE
               MOVE WA-RELIGION TO WS-NEW-VALUE
               PERFORM PRINT-ONE-DIFF
           END-IF.
           IF WB-RELIGION-DATE NOT = WA-RELIGION-DATE
               MOVE "Religion from" TO WS-FIELD-LABEL
               MOVE WB-RELIGION-DATE TO WS-OLD-VALUE
               MOVE WA-RELIGION-DATE TO WS-NEW-VALUE
               PERFORM PRINT-ONE-DIFF
           END-IF.
           IF WB-LANGUAGE NOT = WA-LANGUAGE
               MOVE "Letter language" TO WS-FIELD-LABEL
               MOVE WB-LANGUAGE TO WS-OLD-VALUE
               MOVE WA-LANGUAGE TO WS-NEW-VALUE
               PERFORM PRINT-ONE-DIFF
           END-IF.
           PERFORM PRINT-CONTACT-DIFFS
               VARYING WS-EC-SLOT FROM 1 BY 1
               UNTIL WS-EC-SLOT > 2.
                   WS-EC-SLOT DELIMITED BY SIZE
                   INTO WS-FIELD-LABEL
               END-STRING
               IF FM-CONTACT-NAME-SHOWN
                   MOVE WB-EMERGENCY(WS-EC-OFFSET:6) TO WS-OLD-VALUE
                   MOVE WA-EMERGENCY(WS-EC-OFFSET:6) TO WS-NEW-VALUE
               ELSE
                   MOVE "******" TO WS-OLD-VALUE
                   MOVE "******" TO WS-NEW-VALUE
               END-IF
               PERFORM PRINT-ONE-DIFF
           END-IF.
           COMPUTE WS-EC-OFFSET = (WS-EC-SLOT - 1) * 38 + 7.
                   " name" DELIMITED BY SIZE
                   INTO WS-FIELD-LABEL
               END-STRING
               MOVE WB-EMERGENCY(WS-EC-OFFSET:20)
                   TO WS-FM-CONTACT-NAME-IN
               PERFORM MASK-CONTACT
               MOVE WS-FM-CONTACT-NAME-TEXT TO WS-OLD-VALUE
               MOVE WA-EMERGENCY(WS-EC-OFFSET:20)
                   TO WS-FM-CONTACT-NAME-IN
               PERFORM MASK-CONTACT
               MOVE WS-FM-CONTACT-NAME-TEXT TO WS-NEW-VALUE
               PERFORM PRINT-ONE-DIFF
           END-IF.
           COMPUTE WS-EC-OFFSET = (WS-EC-SLOT - 1) * 38 + 27.
                   " phone" DELIMITED BY SIZE
                   INTO WS-FIELD-LABEL
               END-STRING
               MOVE WB-EMERGENCY(WS-EC-OFFSET:12)
                   TO WS-FM-CONTACT-PHONE-IN
               PERFORM MASK-CONTACT
               MOVE WS-FM-CONTACT-PHONE-TEXT TO WS-OLD-VALUE
               MOVE WA-EMERGENCY(WS-EC-OFFSET:12)
                   TO WS-FM-CONTACT-PHONE-IN
               PERFORM MASK-CONTACT
               MOVE WS-FM-CONTACT-PHONE-TEXT TO WS-NEW-VALUE
               PERFORM PRINT-ONE-DIFF
           END-IF.

           END-STRING.
           PERFORM WRITE-DOSSIER-LINE.

       ASK-UNMASKED-VIEW SECTION.
           DISPLAY "Unmasked view (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-UNMASK-ANSWER.
           IF UNMASK-REQUESTED
               DISPLAY "Reason for the unmasked view: "
                   WITH NO ADVANCING
               ACCEPT WS-FM-OVERRIDE-REASON
               IF WS-FM-OVERRIDE-REASON = SPACES
                   DISPLAY "No reason given - the dossier is "
                       "produced masked."
               ELSE
                   SET FM-UNMASKED-OVERRIDE TO TRUE
                   PERFORM LOG-UNMASKED-ACCESS
               END-IF
           END-IF.

       LOG-UNMASKED-ACCESS SECTION.
           MOVE WS-SIGNON-ID TO AX-OPERATOR-ID.
           MOVE PERSON-ID TO AX-PERSON-ID.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           STRING WS-STAMP-DATE DELIMITED BY SIZE
               WS-STAMP-TIME(1:6) DELIMITED BY SIZE
               INTO AX-TIMESTAMP
           END-STRING.
           SET AX-MODE-UNMASKED TO TRUE.
           MOVE WS-FM-OVERRIDE-REASON TO AX-REASON.
           OPEN EXTEND AccessLogFile.
           IF WS-ACCESS-LOG-STATUS = "35"
               CLOSE AccessLogFile
               OPEN OUTPUT AccessLogFile
           END-IF.
           WRITE ACCESS-LOG-RECORD.
           CLOSE AccessLogFile.

       PRINT-FORMER-SURNAMES SECTION.
           MOVE SPACES TO DOSSIER-LINE.
           PERFORM WRITE-DOSSIER-LINE.
                       AT END SET EVENT-EOF TO TRUE
                   END-READ
                   IF NOT EVENT-EOF
                       PERFORM MATCH-EVENT-TO-PERSON
                       IF EVENT-FOR-PERSON
                           ADD 1 TO WS-EVENT-COUNT
                           PERFORM PRINT-ONE-EVENT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MaritalEventFile
               END-IF
           END-IF.

       MATCH-EVENT-TO-PERSON SECTION.
           MOVE "N" TO WS-EVENT-MATCH-SWITCH.
           IF ME-PERSON-A-ID IS NUMERIC AND ME-PERSON-A-ID NOT = 0
               IF ME-PERSON-A-ID = WS-INQUIRY-ID
                   OR ME-PERSON-B-ID = WS-INQUIRY-ID
                   SET EVENT-FOR-PERSON TO TRUE
               END-IF
           ELSE
               IF ME-NAME-A = WS-JOIN-NAME
                   OR ME-NAME-B = WS-JOIN-NAME
                   SET EVENT-FOR-PERSON TO TRUE
               END-IF
           END-IF.

       PRINT-ONE-EVENT SECTION.
           MOVE SPACES TO DOSSIER-LINE.
           IF ME-MARRIAGE
           END-IF.
           PERFORM WRITE-DOSSIER-LINE.

       PRINT-CASE-NOTES SECTION.
           MOVE SPACES TO DOSSIER-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           MOVE "5. CASE NOTES" TO DOSSIER-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           IF NOTES-WITHHELD
               MOVE "   Person is under protection - case notes are "
                   TO DOSSIER-LINE
               PERFORM WRITE-DOSSIER-LINE
               MOVE "   released by a supervisor only."
                   TO DOSSIER-LINE
               PERFORM WRITE-DOSSIER-LINE
           ELSE
               OPEN INPUT PersonNoteFile
               IF WS-PERSON-NOTE-STATUS = "35"
                   MOVE "   None on record." TO DOSSIER-LINE
                   PERFORM WRITE-DOSSIER-LINE
               ELSE
                   PERFORM UNTIL PN-EOF
                       READ PersonNoteFile
                           AT END SET PN-EOF TO TRUE
                       END-READ
                       IF NOT PN-EOF
                           AND PN-PERSON-ID = WS-INQUIRY-ID
                           ADD 1 TO WS-PN-COUNT
                           PERFORM PRINT-ONE-NOTE
                       END-IF
                   END-PERFORM
                   CLOSE PersonNoteFile
                   IF WS-PN-COUNT = 0
                       MOVE "   None on record." TO DOSSIER-LINE
                       PERFORM WRITE-DOSSIER-LINE
                   END-IF
               END-IF
           END-IF.

       PRINT-ONE-NOTE SECTION.
           PERFORM SET-NOTE-CATEGORY-TEXT.
           MOVE SPACES TO DOSSIER-LINE.
           STRING "   " DELIMITED BY SIZE
               PN-TIMESTAMP(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PN-CATEGORY-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PN-TEXT DELIMITED BY SIZE
               INTO DOSSIER-LINE
           END-STRING.
           PERFORM WRITE-DOSSIER-LINE.

       PRINT-SOURCE-DOCUMENTS SECTION.
           MOVE SPACES TO DOSSIER-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           MOVE "6. SOURCE DOCUMENTS ON FILE" TO DOSSIER-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           OPEN INPUT SourceDocFile.
           IF WS-SOURCE-DOC-STATUS = "35"
               MOVE "   None on record." TO DOSSIER-LINE
               PERFORM WRITE-DOSSIER-LINE
           ELSE
               PERFORM UNTIL SOURCE-DOC-EOF
                   READ SourceDocFile
                       AT END SET SOURCE-DOC-EOF TO TRUE
                   END-READ
                   IF NOT SOURCE-DOC-EOF
                       AND SI-PERSON-ID = WS-INQUIRY-ID
                       ADD 1 TO WS-SOURCE-DOC-COUNT
                       PERFORM PRINT-ONE-SOURCE-DOC
                   END-IF
               END-PERFORM
               CLOSE SourceDocFile
               IF WS-SOURCE-DOC-COUNT = 0
                   MOVE "   None on record." TO DOSSIER-LINE
                   PERFORM WRITE-DOSSIER-LINE
               END-IF
           END-IF.

       PRINT-ONE-SOURCE-DOC SECTION.
           PERFORM FIND-SOURCE-DOC-RULE.
           MOVE SPACES TO DOSSIER-LINE.
           IF SI-DESTROYED
               STRING "   " DELIMITED BY SIZE
                   SI-RECEIVED-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SI-TYPE-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SI-ARCHIVE-REF DELIMITED BY SIZE
                   " destroyed " DELIMITED BY SIZE
                   SI-DESTROYED-DATE DELIMITED BY SIZE
                   INTO DOSSIER-LINE
               END-STRING
           ELSE
               STRING "   " DELIMITED BY SIZE
                   SI-RECEIVED-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SI-TYPE-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SI-ARCHIVE-REF DELIMITED BY SIZE
                   " retained until " DELIMITED BY SIZE
                   SI-RETAIN-UNTIL DELIMITED BY SIZE
                   INTO DOSSIER-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-DOSSIER-LINE.

       PRINT-INVOICES SECTION.
           MOVE SPACES TO DOSSIER-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           MOVE "7. INVOICES" TO DOSSIER-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           PERFORM OPEN-INVOICE-REGISTER-INPUT.
           IF INVOICE-REGISTER-FAILED
               MOVE "   Invoice register not available." TO DOSSIER-LINE
               PERFORM WRITE-DOSSIER-LINE
           ELSE
               MOVE SPACES TO WS-INVOICE-REQUESTER
               MOVE WS-INQUIRY-ID TO WS-INVOICE-REQUESTER(1:6)
               MOVE "N" TO WS-IV-SCAN-EOF-SWITCH
               IF INVOICE-REGISTER-OPEN
                   MOVE WS-INVOICE-REQUESTER TO IV-REQUESTER
                   START InvoiceRegisterFile KEY IS = IV-REQUESTER
                       INVALID KEY SET IV-SCAN-EOF TO TRUE
                   END-START
               ELSE
                   SET IV-SCAN-EOF TO TRUE
               END-IF
               PERFORM UNTIL IV-SCAN-EOF
                   READ InvoiceRegisterFile NEXT RECORD
                       AT END SET IV-SCAN-EOF TO TRUE
                   END-READ
                   IF NOT IV-SCAN-EOF
                       IF IV-REQUESTER NOT = WS-INVOICE-REQUESTER
                           SET IV-SCAN-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-INVOICE-COUNT
                           PERFORM PRINT-ONE-INVOICE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-INVOICE-COUNT = 0
                   MOVE "   None on record." TO DOSSIER-LINE
                   PERFORM WRITE-DOSSIER-LINE
               END-IF
           END-IF.

       PRINT-ONE-INVOICE SECTION.
           IF WS-INVOICE-COUNT = 1
               MOVE SPACES TO DOSSIER-LINE
               STRING "   Number Date     Serv  Full fee"
                   DELIMITED BY SIZE
                   "   Reduct.    Amount  State" DELIMITED BY SIZE
                   INTO DOSSIER-LINE
               END-STRING
               PERFORM WRITE-DOSSIER-LINE
           END-IF.
           MOVE IV-INVOICE-NUMBER TO WIL-NUMBER.
           MOVE IV-INVOICE-DATE TO WIL-DATE.
           MOVE IV-SERVICE-CODE TO WIL-SERVICE.
           MOVE IV-FULL-FEE TO WIL-FULL-FEE.
           MOVE IV-REDUCTION TO WIL-REDUCTION.
           MOVE IV-AMOUNT TO WIL-AMOUNT.
           MOVE SPACES TO WIL-STATE.
           EVALUATE TRUE
               WHEN IV-CANCELLED
                   MOVE "cancelled" TO WIL-STATE
               WHEN IV-PAID
                   STRING "paid " DELIMITED BY SIZE
                       IV-PAID-DATE DELIMITED BY SIZE
                       INTO WIL-STATE
                   END-STRING
               WHEN IV-IN-PLAN
                   MOVE "installment plan" TO WIL-STATE
               WHEN OTHER
                   MOVE "open" TO WIL-STATE
           END-EVALUATE.
           MOVE WS-INVOICE-LINE TO DOSSIER-LINE.
           PERFORM WRITE-DOSSIER-LINE.

       PRINT-DOSSIER-FOOTER SECTION.
           PERFORM CLOSE-INVOICE-REGISTER.
           MOVE SPACES TO DOSSIER-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           MOVE "END OF STATEMENT - issued under the subject-access"

       COPY "ENV-SECTIONS".

       COPY "SIGN-ON".

       COPY "PERSON-NOTE-SHOW".

       COPY "SOURCE-DOC-RULES".

       COPY "FIELD-MASK".

       COPY "MUNI-SCOPE".

       COPY "MUNI-SCOPE-LOG".

       COPY "INVOICE-REGISTER-OPEN".

       END PROGRAM PERSON-DOSSIER.
