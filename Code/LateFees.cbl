       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT InvoiceRegisterFile
          ASSIGN TO "invoiceregister.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS IV-INVOICE-NUMBER
          ALTERNATE RECORD KEY IS IV-REQUESTER WITH DUPLICATES
          ALTERNATE RECORD KEY IS IV-INVOICE-DATE WITH DUPLICATES
          FILE STATUS IS WS-INVOICE-REGISTER-STATUS.
       SELECT InvoiceNumberFile
          ASSIGN TO "invoicenumber.txt"
       SELECT DunningListFile
          ASSIGN TO DYNAMIC WS-DUNNING-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RecordFile
          ASSIGN TO DYNAMIC WS-ENV-RECORDFILE
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PERSON-ID
          ALTERNATE RECORD KEY IS SURNAME WITH DUPLICATES
          FILE STATUS IS WS-FILE-STATUS.
       SELECT DunningLetterFile
          ASSIGN TO DYNAMIC WS-DUNNING-LETTER-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AddressDoubtFile
          ASSIGN TO DYNAMIC WS-ENV-ADDRDOUBT
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS AD-PERSON-ID
          FILE STATUS IS WS-ADDRESS-DOUBT-STATUS.
       SELECT CorrAddressFile
          ASSIGN TO DYNAMIC WS-ENV-CORRADDR
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CA-PERSON-ID
          FILE STATUS IS WS-CORR-ADDRESS-STATUS.
       SELECT LetterTemplateFile
          ASSIGN TO "lettertemplates.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-LETTER-TEMPLATE-STATUS.
       SELECT InstallmentFile
          ASSIGN TO "installments.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-INSTALLMENT-STATUS.
       SELECT PresortFile
          ASSIGN TO "presort.tmp".
       SELECT PostageStatementFile
          ASSIGN TO DYNAMIC WS-PS-STATEMENT-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-POSTAGE-STATUS.

       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ENV-PROFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EnvProfileFile.
       COPY "ENV-PROFILE".

       FD InvoiceRegisterFile.
       COPY "INVOICE-REGISTER".

               88 IC-MODE-NEAREST-EVEN VALUE "E".
               88 IC-MODE-AWAY-FROM-ZERO VALUE "Z".
               88 IC-MODE-TRUNCATION VALUE "T".
           05 IC-PRESORT PIC X.

       FD DunningListFile.
       01 DUNNING-LINE PIC X(80).

       FD RecordFile.
       COPY "PersonData".

       FD DunningLetterFile.
       01 LETTER-LINE PIC X(72).

       FD AddressDoubtFile.
       COPY "ADDRESS-DOUBT".

       FD CorrAddressFile.
       COPY "CORR-ADDRESS".

       FD LetterTemplateFile.
       COPY "LETTER-TEMPLATE".

       FD InstallmentFile.
       COPY "INSTALLMENT".

       SD PresortFile.
       COPY "PRESORT-RECORD".

       FD PostageStatementFile.
       01 POSTAGE-LINE PIC X(72).

       WORKING-STORAGE SECTION.
       COPY "PRESORT-WS".
       COPY "MAIL-REFERENCE-WS".
       COPY "CORR-ADDRESS-WS".
       COPY "LETTER-TEMPLATE-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-FILE-STATUS PIC X(2).
       01 WS-DUNNING-LETTER-NAME PIC X(40).
       01 WS-DUNNING-LETTER-COUNT PIC 9(4) VALUE 0.
       01 WS-NO-ADDRESS-COUNT PIC 9(4) VALUE 0.
       01 WS-AMOUNT-EDIT PIC ZZZZZZ9.99.
       01 WS-DUNNING-TOTAL PIC 9(7)V99.
       COPY "INVOICE-REGISTER-WS".
       01 WS-INVOICE-NUMBER-STATUS PIC X(2).
       01 WS-INTEREST-CARD-STATUS PIC X(2).
       01 WS-INSTALLMENT-STATUS PIC X(2).
       01 INSTALLMENT-EOF-SWITCH PIC X VALUE "N".
           88 INSTALLMENT-EOF VALUE "Y".
       01 WS-IP-OVERFLOW-SWITCH PIC X VALUE "N".
           88 INSTALLMENT-TABLE-OVERFLOW VALUE "Y".
       01 WS-INSTALLMENT-TABLE.
           05 WS-IP-ENTRY PIC X(56) OCCURS 2000 TIMES.
       01 WS-IP-COUNT PIC 9(4) VALUE 0.
       01 WS-IP-IDX PIC 9(4).
       01 WS-MISSED-COUNT PIC 9(2).
       01 WS-PLAN-BALANCE PIC 9(5)V99.
       01 WS-CANCELLED-PLANS PIC 9(4) VALUE 0.
       01 WS-DUNNING-FILE-NAME PIC X(40).
       01 WS-IV-CURRENT-NUMBER PIC 9(6).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-MONTH PIC 9(6).
       01 WS-ANNUAL-RATE PIC 9(2)V99 VALUE 5.00.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "LATE-FEE INTEREST RUN".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH.
           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           PERFORM DATE-TO-DAYS.
           MOVE WS-WORK-DAYS TO WS-TODAY-DAYS.
           PERFORM OPEN-INVOICE-REGISTER.
           IF INVOICE-REGISTER-FAILED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM START-INVOICE-SCAN.
           PERFORM READ-NEXT-INVOICE.
           IF IV-SCAN-EOF
               DISPLAY "Invoice register is empty."
               PERFORM CLOSE-INVOICE-REGISTER
               GOBACK
           END-IF.
           PERFORM LOAD-NEXT-INVOICE-NUMBER.
           PERFORM LOAD-INSTALLMENTS.
           IF INSTALLMENT-TABLE-OVERFLOW
               DISPLAY "More than 2000 installments on file - run "
                   "refused, the file would be truncated."
               PERFORM CLOSE-INVOICE-REGISTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL IV-SCAN-EOF
               PERFORM CHECK-PLAN-DEFAULT
               PERFORM READ-NEXT-INVOICE
           END-PERFORM.
           PERFORM START-INVOICE-SCAN.
           PERFORM READ-NEXT-INVOICE.
           PERFORM UNTIL IV-SCAN-EOF
               MOVE IV-INVOICE-NUMBER TO WS-IV-CURRENT-NUMBER
               PERFORM CONSIDER-ONE-INVOICE
               PERFORM READ-NEXT-INVOICE
           END-PERFORM.
           PERFORM CLOSE-INVOICE-REGISTER.
           PERFORM SAVE-INSTALLMENTS.
           PERFORM SAVE-NEXT-INVOICE-NUMBER.
           PERFORM PRINT-DUNNING-LIST.
           PERFORM PRINT-DUNNING-LETTERS.
           DISPLAY "Interest entries posted: " WS-POSTED-COUNT.
           IF WS-CANCELLED-PLANS > 0
               DISPLAY "Installment plans cancelled: "
                   WS-CANCELLED-PLANS
           END-IF.
           GOBACK.

       READ-INTEREST-CARD SECTION.
                           MOVE IC-ROUNDING-MODE
                               TO WS-ROUNDING-MODE
                       END-IF
                       IF IC-PRESORT = "Y" OR "y"
                           SET PRESORT-WANTED TO TRUE
                       END-IF
               END-READ
               CLOSE InterestCardFile
           END-IF.

       CHECK-PLAN-DEFAULT SECTION.
           IF IV-IN-PLAN
               MOVE 0 TO WS-MISSED-COUNT
               MOVE 0 TO WS-PLAN-BALANCE
               PERFORM VARYING WS-IP-IDX FROM 1 BY 1
                       UNTIL WS-IP-IDX > WS-IP-COUNT
                   MOVE WS-IP-ENTRY(WS-IP-IDX) TO INSTALLMENT-RECORD
                   IF IP-INVOICE-NUMBER = IV-INVOICE-NUMBER
                       AND IP-OPEN
                       ADD IP-AMOUNT TO WS-PLAN-BALANCE
                       IF IP-DUE-DATE < WS-RUN-DATE
                           ADD 1 TO WS-MISSED-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-MISSED-COUNT > 1
                   PERFORM CANCEL-INSTALLMENT-PLAN
               END-IF
           END-IF.

       CANCEL-INSTALLMENT-PLAN SECTION.
           PERFORM VARYING WS-IP-IDX FROM 1 BY 1
                   UNTIL WS-IP-IDX > WS-IP-COUNT
               MOVE WS-IP-ENTRY(WS-IP-IDX) TO INSTALLMENT-RECORD
               IF IP-INVOICE-NUMBER = IV-INVOICE-NUMBER
                   AND IP-OPEN
                   SET IP-CANCELLED TO TRUE
                   MOVE INSTALLMENT-RECORD TO WS-IP-ENTRY(WS-IP-IDX)
               END-IF
           END-PERFORM.
           MOVE "N" TO IV-PAID-FLAG.
           MOVE WS-PLAN-BALANCE TO IV-AMOUNT.
           REWRITE INVOICE-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "Invoice " IV-INVOICE-NUMBER
                       " could not be reopened."
                   MOVE 2 TO RETURN-CODE
           END-REWRITE.
           ADD 1 TO WS-CANCELLED-PLANS.
           MOVE WS-PLAN-BALANCE TO WS-AMOUNT-EDIT.
           DISPLAY "Plan for invoice " IV-INVOICE-NUMBER " cancelled "
               "after " WS-MISSED-COUNT " missed installments - "
               "balance due " WS-AMOUNT-EDIT.

       CONSIDER-ONE-INVOICE SECTION.
           IF IV-PAID OR IV-SERVICE-CODE = "INT "
               CONTINUE
           ELSE
               IF IV-IN-PLAN
                   PERFORM CONSIDER-PLAN-INVOICE
               ELSE
                   PERFORM CONSIDER-WHOLE-INVOICE
               END-IF
           END-IF.

       CONSIDER-PLAN-INVOICE SECTION.
           MOVE 0 TO WS-BASE-AMOUNT.
           PERFORM VARYING WS-IP-IDX FROM 1 BY 1
                   UNTIL WS-IP-IDX > WS-IP-COUNT
               MOVE WS-IP-ENTRY(WS-IP-IDX) TO INSTALLMENT-RECORD
               IF IP-INVOICE-NUMBER = IV-INVOICE-NUMBER
                   AND IP-OPEN
                   MOVE IP-DUE-DATE TO WS-WORK-DATE
                   PERFORM DATE-TO-DAYS
                   MOVE WS-WORK-DAYS TO WS-DUE-DAYS
                   COMPUTE WS-OVERDUE-DAYS =
                       WS-TODAY-DAYS - WS-DUE-DAYS - WS-GRACE-DAYS
                   IF WS-OVERDUE-DAYS > 0
                       ADD IP-AMOUNT TO WS-BASE-AMOUNT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-BASE-AMOUNT > 0
               MOVE IV-REQUESTER TO WS-BASE-REQUESTER
               PERFORM CHECK-INTEREST-POSTED
               IF NOT INTEREST-ALREADY-POSTED
                   PERFORM POST-INTEREST-ENTRY
               END-IF
               PERFORM NOTE-DEBTOR-BALANCE
           END-IF.

       CONSIDER-WHOLE-INVOICE SECTION.
           MOVE IV-INVOICE-DATE TO WS-WORK-DATE.
           PERFORM DATE-TO-DAYS.
           MOVE WS-WORK-DAYS TO WS-DUE-DAYS.
           COMPUTE WS-OVERDUE-DAYS =
               WS-TODAY-DAYS - WS-DUE-DAYS - WS-GRACE-DAYS.
           IF WS-OVERDUE-DAYS > 0
               MOVE IV-AMOUNT TO WS-BASE-AMOUNT
               MOVE IV-REQUESTER TO WS-BASE-REQUESTER
               PERFORM CHECK-INTEREST-POSTED
               IF NOT INTEREST-ALREADY-POSTED
                   PERFORM POST-INTEREST-ENTRY
               END-IF
               PERFORM NOTE-DEBTOR-BALANCE
           END-IF.

       CHECK-INTEREST-POSTED SECTION.
               WS-RUN-MONTH DELIMITED BY SIZE
               INTO WS-INT-REFERENCE
           END-STRING.
           MOVE "N" TO WS-IV-SCAN-EOF-SWITCH.
           MOVE WS-BASE-REQUESTER TO IV-REQUESTER.
           START InvoiceRegisterFile KEY IS = IV-REQUESTER
               INVALID KEY SET IV-SCAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL IV-SCAN-EOF OR INTEREST-ALREADY-POSTED
               READ InvoiceRegisterFile NEXT RECORD
                   AT END SET IV-SCAN-EOF TO TRUE
               END-READ
               IF NOT IV-SCAN-EOF
                   IF IV-REQUESTER NOT = WS-BASE-REQUESTER
                       SET IV-SCAN-EOF TO TRUE
                   ELSE
                       IF IV-REFERENCE = WS-INT-REFERENCE
                           SET INTEREST-ALREADY-POSTED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM RESTORE-CURRENT-INVOICE.

       POST-INTEREST-ENTRY SECTION.
           EVALUATE WS-ROUNDING-MODE
               WHEN "E"
                   COMPUTE WS-INTEREST-AMOUNT ROUNDED
           IF WS-INTEREST-AMOUNT = 0
               CONTINUE
           ELSE
               ADD 1 TO WS-NEXT-INVOICE-NUMBER
               MOVE WS-NEXT-INVOICE-NUMBER
                   TO IV-INVOICE-NUMBER
               MOVE "INT " TO IV-SERVICE-CODE
               MOVE WS-BASE-REQUESTER TO IV-REQUESTER
               MOVE WS-INT-REFERENCE TO IV-REFERENCE
               MOVE WS-RUN-DATE TO IV-INVOICE-DATE
               MOVE WS-INTEREST-AMOUNT TO IV-AMOUNT
               MOVE WS-INTEREST-AMOUNT TO IV-FULL-FEE
               MOVE 0 TO IV-REDUCTION
               MOVE 0 TO IV-REDUCTION-PERCENT
               MOVE SPACES TO IV-EXEMPTION-CATEGORY
               MOVE "N" TO IV-PAID-FLAG
               MOVE 0 TO IV-PAID-DATE
               WRITE INVOICE-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY "Invoice number " IV-INVOICE-NUMBER
                           " already on the register - interest "
                           "on invoice " WS-BASE-INVOICE " not posted."
                       MOVE 2 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-POSTED-COUNT
                       PERFORM NOTE-DEBTOR-INTEREST
               END-WRITE
           END-IF.
           PERFORM RESTORE-CURRENT-INVOICE.

       RESTORE-CURRENT-INVOICE SECTION.
           MOVE WS-IV-CURRENT-NUMBER TO IV-INVOICE-NUMBER.
           READ InvoiceRegisterFile
               INVALID KEY SET IV-SCAN-EOF TO TRUE
               NOT INVALID KEY MOVE "N" TO WS-IV-SCAN-EOF-SWITCH
           END-READ.

       NOTE-DEBTOR-BALANCE SECTION.
           PERFORM FIND-DEBTOR-SLOT.
           IF WS-DEBTOR-FOUND > 0
               ADD WS-BASE-AMOUNT TO T-DB-BALANCE(WS-DEBTOR-FOUND)
           END-IF.

       NOTE-DEBTOR-INTEREST SECTION.
               WS-DUNNING-FILE-NAME " (" WS-DEBTOR-COUNT
               " debtor(s)).".

       PRINT-DUNNING-LETTERS SECTION.
           PERFORM LOAD-LETTER-TEMPLATES.
           MOVE "DUNN" TO WS-LT-CODE.
           PERFORM REQUIRE-LETTER-TEMPLATE.
           IF LETTER-TEMPLATES-MISSING
               DISPLAY "Dunning letters not printed - template "
                   "library incomplete."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-DUNNING-LETTERS
           END-IF.

       WRITE-DUNNING-LETTERS SECTION.
           MOVE SPACES TO WS-DUNNING-LETTER-NAME.
           STRING "dunningletters." DELIMITED BY SIZE
               WS-RUN-MONTH DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-DUNNING-LETTER-NAME
           END-STRING.
           MOVE SPACES TO WS-PS-STATEMENT-NAME.
           STRING "postage.dunning." DELIMITED BY SIZE
               WS-RUN-MONTH DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-PS-STATEMENT-NAME
           END-STRING.
           MOVE "DUNNING LETTERS" TO WS-PS-RUN-NAME.
           MOVE WS-RUN-DATE TO WS-PS-RUN-DATE.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No person master available - dunning "
                   "letters not printed."
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN OUTPUT DunningLetterFile
               PERFORM OPEN-ADDRESS-DOUBT-REGISTER
               PERFORM OPEN-CORR-ADDRESS-REGISTER
               IF PRESORT-WANTED
                   SORT PresortFile
                       ON ASCENDING KEY PS-ZIP-CODE PS-STREET
                           PS-HOUSENUMBER PS-PIECE-SEQ PS-LINE-SEQ
                       INPUT PROCEDURE IS SELECT-DUNNING-LETTERS
                       OUTPUT PROCEDURE IS PRESORT-OUTPUT
               ELSE
                   PERFORM SELECT-DUNNING-LETTERS
               END-IF
               CLOSE DunningLetterFile
               PERFORM CLOSE-ADDRESS-DOUBT-REGISTER
               PERFORM CLOSE-CORR-ADDRESS-REGISTER
               CLOSE RecordFile
               PERFORM WRITE-POSTAGE-STATEMENT
               DISPLAY "Dunning letters written to "
                   WS-DUNNING-LETTER-NAME " ("
                   WS-DUNNING-LETTER-COUNT " letter(s))."
               PERFORM REPORT-LETTER-MERGE
               IF WS-NO-ADDRESS-COUNT > 0
                   DISPLAY "Debtors without an address on file "
                       "(dunning list only): " WS-NO-ADDRESS-COUNT
               END-IF
           END-IF.

       SELECT-DUNNING-LETTERS SECTION.
           PERFORM VARYING WS-DEBTOR-IDX FROM 1 BY 1
                   UNTIL WS-DEBTOR-IDX > WS-DEBTOR-COUNT
               IF T-DB-REQUESTER(WS-DEBTOR-IDX)(1:6) IS NUMERIC
                   AND T-DB-REQUESTER(WS-DEBTOR-IDX)(7:2) = SPACES
                   MOVE T-DB-REQUESTER(WS-DEBTOR-IDX)(1:6)
                       TO PERSON-ID
                   READ RecordFile
                       INVALID KEY
                           ADD 1 TO WS-NO-ADDRESS-COUNT
                       NOT INVALID KEY
                           IF STATUS-ACTIVE OR PERSON-STATUS = SPACE
                               PERFORM CHECK-DUNNING-ADDRESS
                           ELSE
                               ADD 1 TO WS-NO-ADDRESS-COUNT
                           END-IF
                   END-READ
               ELSE
                   ADD 1 TO WS-NO-ADDRESS-COUNT
               END-IF
           END-PERFORM.

       CHECK-DUNNING-ADDRESS SECTION.
           MOVE SPACES TO WS-MAIL-ADDRESS.
           MOVE STREET TO WS-MAIL-STREET.
           MOVE HOUSENUMBER TO WS-MAIL-HOUSENUMBER.
           MOVE ZIP-CODE TO WS-MAIL-ZIP-CODE.
           MOVE CITY TO WS-MAIL-CITY.
           MOVE PERSON-ID TO WS-CA-PERSON-ID.
           PERFORM RESOLVE-MAIL-ADDRESS.
           MOVE PERSON-ID TO WS-MR-PERSON-ID.
           MOVE WS-MAIL-STREET TO WS-MR-STREET.
           MOVE WS-MAIL-HOUSENUMBER TO WS-MR-HOUSENUMBER.
           MOVE WS-MAIL-ZIP-CODE TO WS-MR-ZIP-CODE.
           PERFORM CHECK-MAIL-STOP.
           IF NOT MAIL-STOPPED
               PERFORM PRINT-DUNNING-LETTER
           END-IF.

       PRINT-DUNNING-LETTER SECTION.
           ADD 1 TO WS-DUNNING-LETTER-COUNT.
           MOVE WS-MAIL-ZIP-CODE TO WS-PS-ZIP-CODE.
           MOVE WS-MAIL-STREET TO WS-PS-STREET.
           MOVE WS-MAIL-HOUSENUMBER TO WS-PS-HOUSENUMBER.
           PERFORM BEGIN-PRESORT-PIECE.
           MOVE SPACES TO LETTER-LINE.
           PERFORM EMIT-LETTER-LINE.
           MOVE "DUNN" TO WS-MR-TYPE.
           MOVE PERSON-ID TO WS-MR-PERSON-ID.
           PERFORM BUILD-MAIL-REFERENCE.
           MOVE WS-MR-LINE TO LETTER-LINE.
           PERFORM EMIT-LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING FIRSTNAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               SURNAME DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING.
           PERFORM EMIT-LETTER-LINE.
           PERFORM BUILD-MAIL-ADDRESS-LINES.
           PERFORM VARYING WS-MAIL-LINE-IDX FROM 1 BY 1
                   UNTIL WS-MAIL-LINE-IDX > WS-MAIL-LINE-COUNT
               MOVE WS-MAIL-LINE(WS-MAIL-LINE-IDX) TO LETTER-LINE
               PERFORM EMIT-LETTER-LINE
           END-PERFORM.
           MOVE SPACES TO LETTER-LINE.
           PERFORM EMIT-LETTER-LINE.
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
           MOVE "PERSONID" TO WS-LT-TAG.
           MOVE PERSON-ID TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "BALANCE" TO WS-LT-TAG.
           MOVE T-DB-BALANCE(WS-DEBTOR-IDX) TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "INTEREST" TO WS-LT-TAG.
           MOVE T-DB-INTEREST(WS-DEBTOR-IDX) TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "TOTAL" TO WS-LT-TAG.
           COMPUTE WS-DUNNING-TOTAL = T-DB-BALANCE(WS-DEBTOR-IDX)
               + T-DB-INTEREST(WS-DEBTOR-IDX).
           MOVE WS-DUNNING-TOTAL TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "DATE" TO WS-LT-TAG.
           MOVE WS-RUN-DATE TO WS-LT-DATE.
           PERFORM SET-LETTER-DATE.
           MOVE "DUNN" TO WS-LT-CODE.
           MOVE PREFERRED-LANGUAGE TO WS-LT-LANGUAGE.
           PERFORM MERGE-LETTER-TEMPLATE.
           MOVE "----------------------------------------"
               TO LETTER-LINE.
           PERFORM EMIT-LETTER-LINE.

       EMIT-TEMPLATE-LINE SECTION.
           MOVE WS-LT-LINE TO LETTER-LINE.
           PERFORM EMIT-LETTER-LINE.

       EMIT-LETTER-LINE SECTION.
           IF PRESORT-WANTED
               MOVE LETTER-LINE TO WS-PS-OUT-LINE
               PERFORM RELEASE-PRESORT-LINE
           ELSE
               WRITE LETTER-LINE
           END-IF.

       PUT-PRESORT-LINE SECTION.
           MOVE WS-PS-OUT-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.

       COPY "PRESORT".

       COPY "MAIL-REFERENCE".

       COPY "CORR-ADDRESS-LOOKUP".

       COPY "LETTER-MERGE".

       COPY "INVOICE-REGISTER-OPEN".

       LOAD-NEXT-INVOICE-NUMBER SECTION.
           MOVE 0 TO WS-NEXT-INVOICE-NUMBER.
           WRITE INVOICE-NUMBER-RECORD.
           CLOSE InvoiceNumberFile.

       LOAD-INSTALLMENTS SECTION.
           MOVE 0 TO WS-IP-COUNT.
           OPEN INPUT InstallmentFile.
           IF WS-INSTALLMENT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL INSTALLMENT-EOF
                   READ InstallmentFile
                       AT END SET INSTALLMENT-EOF TO TRUE
                   END-READ
                   IF NOT INSTALLMENT-EOF
                       IF WS-IP-COUNT = 2000
                           SET INSTALLMENT-TABLE-OVERFLOW TO TRUE
                           SET INSTALLMENT-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-IP-COUNT
                           MOVE INSTALLMENT-RECORD
                               TO WS-IP-ENTRY(WS-IP-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE InstallmentFile
           END-IF.

       SAVE-INSTALLMENTS SECTION.
           IF WS-INSTALLMENT-STATUS = "35"
               CONTINUE
           ELSE
               OPEN OUTPUT InstallmentFile
               PERFORM VARYING WS-IP-IDX FROM 1 BY 1
                       UNTIL WS-IP-IDX > WS-IP-COUNT
                   MOVE WS-IP-ENTRY(WS-IP-IDX) TO INSTALLMENT-RECORD
                   WRITE INSTALLMENT-RECORD
               END-PERFORM
               CLOSE InstallmentFile
           END-IF.

       DATE-TO-DAYS SECTION.
           MOVE WS-WORK-DATE(1:4) TO WS-WORK-CCYY.
           MOVE WS-WORK-DATE(5:2) TO WS-WORK-MM.
           COMPUTE WS-WORK-DAYS = WS-WORK-CCYY * 365
               + WS-WORK-MM * 31 + WS-WORK-DD.

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
               MOVE WS-ENV-ADDRDOUBT TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-ADDRDOUBT
               MOVE WS-ENV-CORRADDR TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-CORRADDR
           END-IF.

       COPY "ENV-SECTIONS".

       END PROGRAM LATE-FEE-RUN.
