          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-FEE-SCHEDULE-STATUS.
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
          ASSIGN TO "reportindex.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REPORT-INDEX-STATUS.
       SELECT InquiryRegisterFile
          ASSIGN TO "inquiryregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-INQUIRY-REGISTER-STATUS.
       SELECT PaymentFile
          ASSIGN TO "paymentfile.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-PAYMENT-STATUS.
       SELECT InstallmentFile
          ASSIGN TO "installments.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-INSTALLMENT-STATUS.
       SELECT OutstandingReportFile
          ASSIGN TO "outstandingfees.txt"
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ExemptionRateFile
          ASSIGN TO "exemptionrates.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-EXEMPTION-RATE-STATUS.
       SELECT ExemptionHolderFile
          ASSIGN TO "exemptionholders.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-EXEMPTION-HOLDER-STATUS.
       SELECT CodeTableFile
          ASSIGN TO "codetable.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CODE-TABLE-STATUS.
       SELECT ExemptionReportFile
          ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       FD InquiryRegisterFile.
       COPY "INQUIRY-REGISTER".

       FD PaymentFile.
       01 PAYMENT-RECORD.
           05 PY-INVOICE-NUMBER PIC 9(6).
           05 PY-PAY-DATE PIC 9(8).

       FD InstallmentFile.
       COPY "INSTALLMENT".

       FD OutstandingReportFile.
       01 OUTSTANDING-LINE PIC X(80).

       FD ExemptionRateFile.
       COPY "EXEMPTION-RATE".

       FD ExemptionHolderFile.
       COPY "EXEMPTION-HOLDER".

       FD CodeTableFile.
       COPY "CODE-TABLE".

       FD ExemptionReportFile.
       01 EXEMPTION-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FEE-SCHEDULE-STATUS PIC X(2).
       COPY "INVOICE-REGISTER-WS".
       01 WS-INVOICE-NUMBER-STATUS PIC X(2).
       01 WS-CERT-REGISTER-STATUS PIC X(2).
       01 WS-TRANSMIT-REGISTER-STATUS PIC X(2).
       01 WS-REPORT-INDEX-STATUS PIC X(2).
       01 WS-INQUIRY-REGISTER-STATUS PIC X(2).
       01 WS-PAYMENT-STATUS PIC X(2).
       01 WS-INSTALLMENT-STATUS PIC X(2).
       01 WS-EXEMPTION-RATE-STATUS PIC X(2).
       01 WS-EXEMPTION-HOLDER-STATUS PIC X(2).
       COPY "CODE-TABLE-WS".
       01 WS-FUNCTION PIC X.
           88 FN-BILL VALUE "B" "b".
           88 FN-POST-PAYMENTS VALUE "P" "p".
           88 FN-OUTSTANDING VALUE "O" "o".
           88 FN-EXEMPTION-REPORT VALUE "E" "e".
       01 WS-RUN-DATE PIC 9(8).
       01 SCHEDULE-EOF-SWITCH PIC X VALUE "N".
           88 SCHEDULE-EOF VALUE "Y".
       01 WS-FEE-TABLE.
           05 WS-FEE-ENTRY OCCURS 200 TIMES.
               10 T-FS-SERVICE-CODE PIC X(4).
               10 T-FS-SOURCE PIC X.
               10 T-FS-MATCH-NAME PIC X(20).
               10 T-FS-AMOUNT PIC 9(5)V99.
               10 T-FS-VALID-FROM PIC 9(8).
               10 T-FS-VALID-TO PIC 9(8).
       01 WS-FEE-COUNT PIC 9(3) VALUE 0.
       01 WS-FEE-IDX PIC 9(3).
       01 WS-FEE-FOUND-IDX PIC 9(3) VALUE 0.
       01 WS-FEE-SERVICE-SWITCH PIC X VALUE "N".
           88 FEE-SERVICE-MATCHED VALUE "Y".
       01 WS-BILL-DATE PIC 9(8).
       01 WS-BILL-PERSON PIC 9(6).
       01 RATE-EOF-SWITCH PIC X VALUE "N".
           88 RATE-EOF VALUE "Y".
       01 HOLDER-EOF-SWITCH PIC X VALUE "N".
           88 HOLDER-EOF VALUE "Y".
       01 WS-RATE-TABLE.
           05 WS-ER-ENTRY OCCURS 500 TIMES.
               10 T-ER-CATEGORY PIC X(4).
               10 T-ER-SERVICE-CODE PIC X(4).
               10 T-ER-PERCENT PIC 9(3).
               10 T-ER-VALID-FROM PIC 9(8).
               10 T-ER-VALID-TO PIC 9(8).
       01 WS-ER-COUNT PIC 9(3) VALUE 0.
       01 WS-ER-IDX PIC 9(3).
       01 WS-RATE-SPECIFIC-SWITCH PIC X VALUE "N".
           88 RATE-SPECIFIC VALUE "Y".
       01 WS-HOLDER-TABLE.
           05 WS-EH-ENTRY OCCURS 2000 TIMES.
               10 T-EH-HOLDER-TYPE PIC X.
               10 T-EH-HOLDER-ID PIC X(8).
               10 T-EH-CATEGORY PIC X(4).
               10 T-EH-VALID-FROM PIC 9(8).
               10 T-EH-VALID-TO PIC 9(8).
       01 WS-EH-COUNT PIC 9(4) VALUE 0.
       01 WS-EH-IDX PIC 9(4).
       01 WS-HOLDER-TYPE-WANTED PIC X.
       01 WS-HOLDER-ID-WANTED PIC X(8).
       01 WS-EXEMPT-CATEGORY PIC X(4).
       01 WS-EXEMPT-PERCENT PIC 9(3).
       01 WS-FULL-FEE PIC 9(5)V99.
       01 WS-REDUCTION PIC 9(5)V99.
       01 WS-EXEMPTED-COUNT PIC 9(6) VALUE 0.
       01 WS-UNPRICED-COUNT PIC 9(6) VALUE 0.
       01 REGISTER-EOF-SWITCH PIC X VALUE "N".
           88 REGISTER-EOF VALUE "Y".
       01 PAYMENT-EOF-SWITCH PIC X VALUE "N".
           88 PAYMENT-EOF VALUE "Y".
       01 INSTALLMENT-EOF-SWITCH PIC X VALUE "N".
           88 INSTALLMENT-EOF VALUE "Y".
       01 WS-IP-OVERFLOW-SWITCH PIC X VALUE "N".
           88 INSTALLMENT-TABLE-OVERFLOW VALUE "Y".
       01 WS-INSTALLMENT-TABLE.
           05 WS-IP-ENTRY PIC X(56) OCCURS 2000 TIMES.
       01 WS-IP-COUNT PIC 9(4) VALUE 0.
       01 WS-IP-IDX PIC 9(4).
       01 WS-IP-OLDEST-IDX PIC 9(4).
       01 WS-IP-OLDEST-NO PIC 9(2).
       01 WS-IP-STILL-OPEN PIC 9(2).
       01 WS-INSTALLMENTS-POSTED PIC 9(6) VALUE 0.
       01 WS-NEXT-INVOICE-NUMBER PIC 9(6) VALUE 0.
       01 WS-BILLED-COUNT PIC 9(6) VALUE 0.
       01 WS-POSTED-COUNT PIC 9(6) VALUE 0.
       01 WS-TOTAL-LINE.
           05 FILLER PIC X(24) VALUE "Open invoices total:    ".
           05 WTL-AMOUNT PIC ZZZZZZZZ9.99.
       01 WS-REPORT-FILE-NAME PIC X(40).
       01 WS-REPORT-MONTH PIC 9(6).
       01 WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05 WS-REPORT-YEAR PIC 9(4).
           05 WS-REPORT-MM PIC 9(2).
       01 WS-REPORT-FROM PIC 9(8).
       01 WS-REPORT-TO PIC 9(8).
       01 WS-MONTH-COUNT PIC 9(6) VALUE 0.
       01 WS-MONTH-BILLED PIC 9(9)V99 VALUE 0.
       01 WS-FORGONE-COUNT PIC 9(6) VALUE 0.
       01 WS-FORGONE-FULL PIC 9(9)V99 VALUE 0.
       01 WS-FORGONE-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-EX-TABLE.
           05 WS-EX-ENTRY OCCURS 50 TIMES.
               10 T-EX-CATEGORY PIC X(4).
               10 T-EX-COUNT PIC 9(6).
               10 T-EX-FULL PIC 9(9)V99.
               10 T-EX-REDUCTION PIC 9(9)V99.
       01 WS-EX-COUNT PIC 9(2) VALUE 0.
       01 WS-EX-IDX PIC 9(2).
       01 WS-EX-SLOT PIC 9(2).
       01 WS-EX-OVERFLOW-SWITCH PIC X VALUE "N".
           88 EXEMPTION-TABLE-FULL VALUE "Y".
       01 WS-EX-LINE.
           05 WEL-CATEGORY PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WEL-DESCRIPTION PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WEL-COUNT PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WEL-FULL PIC ZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WEL-FORGONE PIC ZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "FEE BILLING RUN".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "Function (B=bill chargeable outputs, "
               "P=post payments, O=outstanding report, "
               "E=exemption report): " WITH NO ADVANCING.
           ACCEPT WS-FUNCTION.
           PERFORM OPEN-INVOICE-REGISTER.
           IF INVOICE-REGISTER-FAILED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           EVALUATE TRUE
               WHEN FN-BILL PERFORM BILL-CHARGEABLE-OUTPUTS
               WHEN FN-POST-PAYMENTS PERFORM POST-PAYMENTS
               WHEN FN-OUTSTANDING PERFORM PRINT-OUTSTANDING-REPORT
               WHEN FN-EXEMPTION-REPORT PERFORM PRINT-EXEMPTION-REPORT
               WHEN OTHER
                   DISPLAY "Unknown function."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           PERFORM CLOSE-INVOICE-REGISTER.
           GOBACK.

       LOAD-FEE-SCHEDULE SECTION.
               DISPLAY "No fee schedule on file - nothing is "
                   "chargeable."
           ELSE
               PERFORM UNTIL SCHEDULE-EOF OR WS-FEE-COUNT = 200
                   READ FeeScheduleFile
                       AT END SET SCHEDULE-EOF TO TRUE
                   END-READ
                       MOVE FS-MATCH-NAME
                           TO T-FS-MATCH-NAME(WS-FEE-COUNT)
                       MOVE FS-AMOUNT TO T-FS-AMOUNT(WS-FEE-COUNT)
                       MOVE 0 TO T-FS-VALID-FROM(WS-FEE-COUNT)
                       MOVE 0 TO T-FS-VALID-TO(WS-FEE-COUNT)
                       IF FS-VALID-FROM IS NUMERIC
                           MOVE FS-VALID-FROM
                               TO T-FS-VALID-FROM(WS-FEE-COUNT)
                       END-IF
                       IF FS-VALID-TO IS NUMERIC
                           MOVE FS-VALID-TO
                               TO T-FS-VALID-TO(WS-FEE-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FeeScheduleFile
           END-IF.

       BILL-CHARGEABLE-OUTPUTS SECTION.
           PERFORM LOAD-FEE-SCHEDULE.
           IF WS-FEE-COUNT = 0
               PERFORM CLOSE-INVOICE-REGISTER
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-EXEMPTION-RATES.
           PERFORM LOAD-EXEMPTION-HOLDERS.
           PERFORM LOAD-NEXT-INVOICE-NUMBER.
           PERFORM BILL-CERT-REGISTER.
           PERFORM BILL-TRANSMIT-REGISTER.
           PERFORM BILL-REPORT-INDEX.
           PERFORM BILL-INQUIRY-REGISTER.
           PERFORM SAVE-NEXT-INVOICE-NUMBER.
           DISPLAY "Billing complete. Invoices raised: "
               WS-BILLED-COUNT.
           IF WS-EXEMPTED-COUNT > 0
               DISPLAY "Of which reduced by an exemption: "
                   WS-EXEMPTED-COUNT
           END-IF.
           IF WS-UNPRICED-COUNT > 0
               DISPLAY "Not billed - no fee in force on the request "
                   "date: " WS-UNPRICED-COUNT
           END-IF.

       LOAD-EXEMPTION-RATES SECTION.
           MOVE 0 TO WS-ER-COUNT.
           OPEN INPUT ExemptionRateFile.
           IF WS-EXEMPTION-RATE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL RATE-EOF OR WS-ER-COUNT = 500
                   READ ExemptionRateFile
                       AT END SET RATE-EOF TO TRUE
                   END-READ
                   IF NOT RATE-EOF AND ER-PERCENT IS NUMERIC
                       AND ER-CATEGORY NOT = SPACES
                       ADD 1 TO WS-ER-COUNT
                       MOVE ER-CATEGORY TO T-ER-CATEGORY(WS-ER-COUNT)
                       MOVE ER-SERVICE-CODE
                           TO T-ER-SERVICE-CODE(WS-ER-COUNT)
                       MOVE ER-PERCENT TO T-ER-PERCENT(WS-ER-COUNT)
                       MOVE 0 TO T-ER-VALID-FROM(WS-ER-COUNT)
                       MOVE 0 TO T-ER-VALID-TO(WS-ER-COUNT)
                       IF ER-VALID-FROM IS NUMERIC
                           MOVE ER-VALID-FROM
                               TO T-ER-VALID-FROM(WS-ER-COUNT)
                       END-IF
                       IF ER-VALID-TO IS NUMERIC
                           MOVE ER-VALID-TO
                               TO T-ER-VALID-TO(WS-ER-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ExemptionRateFile
           END-IF.

       LOAD-EXEMPTION-HOLDERS SECTION.
           MOVE 0 TO WS-EH-COUNT.
           OPEN INPUT ExemptionHolderFile.
           IF WS-EXEMPTION-HOLDER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL HOLDER-EOF OR WS-EH-COUNT = 2000
                   READ ExemptionHolderFile
                       AT END SET HOLDER-EOF TO TRUE
                   END-READ
                   IF NOT HOLDER-EOF AND EH-VALID-FROM IS NUMERIC
                       AND EH-VALID-TO IS NUMERIC
                       ADD 1 TO WS-EH-COUNT
                       MOVE EH-HOLDER-TYPE
                           TO T-EH-HOLDER-TYPE(WS-EH-COUNT)
                       MOVE EH-HOLDER-ID TO T-EH-HOLDER-ID(WS-EH-COUNT)
                       MOVE EH-CATEGORY TO T-EH-CATEGORY(WS-EH-COUNT)
                       MOVE EH-VALID-FROM
                           TO T-EH-VALID-FROM(WS-EH-COUNT)
                       MOVE EH-VALID-TO TO T-EH-VALID-TO(WS-EH-COUNT)
                   END-IF
               END-PERFORM
               CLOSE ExemptionHolderFile
           END-IF.

       BILL-CERT-REGISTER SECTION.
           MOVE "N" TO REGISTER-EOF-SWITCH.
                       MOVE SPACES TO WS-BILL-MATCH
                       MOVE CR-FILE-NAME TO WS-WORK-REFERENCE
                       MOVE CR-OPERATOR-ID TO WS-WORK-REQUESTER
                       MOVE CR-ISSUE-DATE TO WS-BILL-DATE
                       MOVE CR-PERSON-ID TO WS-BILL-PERSON
                       PERFORM RAISE-INVOICE-IF-DUE
                   END-IF
               END-PERFORM
                       AT END SET REGISTER-EOF TO TRUE
                   END-READ
                   IF NOT REGISTER-EOF
                       AND TR-FILE-NAME(1:12) NOT = "directdebit."
                       AND TR-FILE-NAME(1:10) NOT = "glrevenue."
                       MOVE "T" TO WS-BILL-SOURCE
                       MOVE SPACES TO WS-BILL-MATCH
                       MOVE TR-FILE-NAME TO WS-WORK-REFERENCE
                       MOVE "PARTNER" TO WS-WORK-REQUESTER
                       MOVE TR-FILE-DATE TO WS-BILL-DATE
                       MOVE 0 TO WS-BILL-PERSON
                       PERFORM RAISE-INVOICE-IF-DUE
                   END-IF
               END-PERFORM
                       MOVE RI-FILE-NAME TO WS-WORK-REFERENCE
                       MOVE RI-PROGRAM-NAME(1:8)
                           TO WS-WORK-REQUESTER
                       MOVE RI-RUN-DATE TO WS-BILL-DATE
                       MOVE 0 TO WS-BILL-PERSON
                       PERFORM RAISE-INVOICE-IF-DUE
                   END-IF
               END-PERFORM
               CLOSE ReportIndexFile
           END-IF.

       BILL-INQUIRY-REGISTER SECTION.
           MOVE "N" TO REGISTER-EOF-SWITCH.
           OPEN INPUT InquiryRegisterFile.
           IF WS-INQUIRY-REGISTER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL REGISTER-EOF
                   READ InquiryRegisterFile
                       AT END SET REGISTER-EOF TO TRUE
                   END-READ
                   IF NOT REGISTER-EOF AND IQ-ADDRESS-FOUND
                       MOVE "Q" TO WS-BILL-SOURCE
                       MOVE IQ-REQUESTER TO WS-BILL-MATCH
                       MOVE SPACES TO WS-WORK-REFERENCE
                       STRING "INQUIRY " DELIMITED BY SIZE
                           IQ-REQUESTER DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           IQ-REQUEST-REF DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           IQ-RUN-DATE DELIMITED BY SIZE
                           INTO WS-WORK-REFERENCE
                       END-STRING
                       MOVE IQ-REQUESTER TO WS-WORK-REQUESTER
                       MOVE IQ-RUN-DATE TO WS-BILL-DATE
                       MOVE 0 TO WS-BILL-PERSON
                       PERFORM RAISE-INVOICE-IF-DUE
                   END-IF
               END-PERFORM
               CLOSE InquiryRegisterFile
           END-IF.

       RAISE-INVOICE-IF-DUE SECTION.
           IF WS-BILL-DATE NOT NUMERIC OR WS-BILL-DATE = 0
               MOVE WS-RUN-DATE TO WS-BILL-DATE
           END-IF.
           IF WS-BILL-PERSON NOT NUMERIC
               MOVE 0 TO WS-BILL-PERSON
           END-IF.
           PERFORM FIND-FEE-SCHEDULE-ENTRY.
           IF FEE-SERVICE-MATCHED
               PERFORM CHECK-ALREADY-BILLED
               IF NOT ALREADY-BILLED
                   IF WS-FEE-FOUND-IDX = 0
                       ADD 1 TO WS-UNPRICED-COUNT
                       DISPLAY "No fee in force on " WS-BILL-DATE
                           " for " WS-WORK-REFERENCE
                       MOVE 2 TO RETURN-CODE
                   ELSE
                       PERFORM WRITE-FEE-INVOICE
                   END-IF
               END-IF
           END-IF.

       WRITE-FEE-INVOICE SECTION.
           PERFORM PRICE-FEE-INVOICE.
           ADD 1 TO WS-NEXT-INVOICE-NUMBER.
           MOVE WS-NEXT-INVOICE-NUMBER TO IV-INVOICE-NUMBER.
           MOVE T-FS-SERVICE-CODE(WS-FEE-FOUND-IDX) TO IV-SERVICE-CODE.
           MOVE WS-WORK-REQUESTER TO IV-REQUESTER.
           MOVE WS-WORK-REFERENCE TO IV-REFERENCE.
           MOVE WS-RUN-DATE TO IV-INVOICE-DATE.
           MOVE WS-FULL-FEE TO IV-FULL-FEE.
           MOVE WS-REDUCTION TO IV-REDUCTION.
           MOVE WS-EXEMPT-PERCENT TO IV-REDUCTION-PERCENT.
           MOVE WS-EXEMPT-CATEGORY TO IV-EXEMPTION-CATEGORY.
           COMPUTE IV-AMOUNT = WS-FULL-FEE - WS-REDUCTION.
           IF IV-AMOUNT = 0
               SET IV-PAID TO TRUE
               MOVE WS-RUN-DATE TO IV-PAID-DATE
           ELSE
               MOVE "N" TO IV-PAID-FLAG
               MOVE 0 TO IV-PAID-DATE
           END-IF.
           WRITE INVOICE-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "Invoice number "
                       IV-INVOICE-NUMBER " already on the "
                       "register - not raised."
                   MOVE 2 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-BILLED-COUNT
                   IF NOT IV-NOT-EXEMPT
                       ADD 1 TO WS-EXEMPTED-COUNT
                   END-IF
           END-WRITE.

       PRICE-FEE-INVOICE SECTION.
           MOVE T-FS-AMOUNT(WS-FEE-FOUND-IDX) TO WS-FULL-FEE.
           MOVE 0 TO WS-REDUCTION.
           MOVE 0 TO WS-EXEMPT-PERCENT.
           MOVE SPACES TO WS-EXEMPT-CATEGORY.
           MOVE "R" TO WS-HOLDER-TYPE-WANTED.
           MOVE WS-WORK-REQUESTER TO WS-HOLDER-ID-WANTED.
           PERFORM FIND-EXEMPTION-HOLDER.
           IF WS-EXEMPT-CATEGORY = SPACES AND WS-BILL-PERSON > 0
               MOVE "P" TO WS-HOLDER-TYPE-WANTED
               MOVE SPACES TO WS-HOLDER-ID-WANTED
               MOVE WS-BILL-PERSON TO WS-HOLDER-ID-WANTED(1:6)
               PERFORM FIND-EXEMPTION-HOLDER
           END-IF.
           IF WS-EXEMPT-CATEGORY NOT = SPACES
               PERFORM FIND-EXEMPTION-RATE
           END-IF.
           IF WS-EXEMPT-PERCENT = 0
               MOVE SPACES TO WS-EXEMPT-CATEGORY
           ELSE
               IF WS-EXEMPT-PERCENT > 100
                   MOVE 100 TO WS-EXEMPT-PERCENT
               END-IF
               COMPUTE WS-REDUCTION ROUNDED =
                   WS-FULL-FEE * WS-EXEMPT-PERCENT / 100
           END-IF.

       FIND-EXEMPTION-HOLDER SECTION.
           PERFORM VARYING WS-EH-IDX FROM 1 BY 1
                   UNTIL WS-EH-IDX > WS-EH-COUNT
                   OR WS-EXEMPT-CATEGORY NOT = SPACES
               IF T-EH-HOLDER-TYPE(WS-EH-IDX) = WS-HOLDER-TYPE-WANTED
                   AND T-EH-HOLDER-ID(WS-EH-IDX) = WS-HOLDER-ID-WANTED
                   AND WS-BILL-DATE NOT < T-EH-VALID-FROM(WS-EH-IDX)
                   AND (T-EH-VALID-TO(WS-EH-IDX) = 0
                       OR WS-BILL-DATE NOT > T-EH-VALID-TO(WS-EH-IDX))
                   MOVE T-EH-CATEGORY(WS-EH-IDX) TO WS-EXEMPT-CATEGORY
               END-IF
           END-PERFORM.

       FIND-EXEMPTION-RATE SECTION.
           MOVE "N" TO WS-RATE-SPECIFIC-SWITCH.
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
                   UNTIL WS-ER-IDX > WS-ER-COUNT OR RATE-SPECIFIC
               IF T-ER-CATEGORY(WS-ER-IDX) = WS-EXEMPT-CATEGORY
                   AND WS-BILL-DATE NOT < T-ER-VALID-FROM(WS-ER-IDX)
                   AND (T-ER-VALID-TO(WS-ER-IDX) = 0
                       OR WS-BILL-DATE NOT > T-ER-VALID-TO(WS-ER-IDX))
                   EVALUATE TRUE
                       WHEN T-ER-SERVICE-CODE(WS-ER-IDX) =
                               T-FS-SERVICE-CODE(WS-FEE-FOUND-IDX)
                           MOVE T-ER-PERCENT(WS-ER-IDX)
                               TO WS-EXEMPT-PERCENT
                           SET RATE-SPECIFIC TO TRUE
                       WHEN T-ER-SERVICE-CODE(WS-ER-IDX) = SPACES
                           MOVE T-ER-PERCENT(WS-ER-IDX)
                               TO WS-EXEMPT-PERCENT
                   END-EVALUATE
               END-IF
           END-PERFORM.

       FIND-FEE-SCHEDULE-ENTRY SECTION.
           MOVE 0 TO WS-FEE-FOUND-IDX.
           MOVE "N" TO WS-FEE-SERVICE-SWITCH.
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > WS-FEE-COUNT
               IF T-FS-SOURCE(WS-FEE-IDX) = WS-BILL-SOURCE
                   AND (T-FS-MATCH-NAME(WS-FEE-IDX) = SPACES
                       OR T-FS-MATCH-NAME(WS-FEE-IDX) =
                           WS-BILL-MATCH)
                   SET FEE-SERVICE-MATCHED TO TRUE
                   IF WS-BILL-DATE NOT < T-FS-VALID-FROM(WS-FEE-IDX)
                       AND (T-FS-VALID-TO(WS-FEE-IDX) = 0
                           OR WS-BILL-DATE NOT >
                               T-FS-VALID-TO(WS-FEE-IDX))
                       MOVE WS-FEE-IDX TO WS-FEE-FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-ALREADY-BILLED SECTION.
           MOVE "N" TO WS-ALREADY-BILLED-SWITCH.
           MOVE "N" TO WS-IV-SCAN-EOF-SWITCH.
           MOVE WS-WORK-REQUESTER TO IV-REQUESTER.
           START InvoiceRegisterFile KEY IS = IV-REQUESTER
               INVALID KEY SET IV-SCAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL IV-SCAN-EOF OR ALREADY-BILLED
               READ InvoiceRegisterFile NEXT RECORD
                   AT END SET IV-SCAN-EOF TO TRUE
               END-READ
               IF NOT IV-SCAN-EOF
                   IF IV-REQUESTER NOT = WS-WORK-REQUESTER
                       SET IV-SCAN-EOF TO TRUE
                   ELSE
                       IF IV-REFERENCE = WS-WORK-REFERENCE
                           SET ALREADY-BILLED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           OPEN INPUT PaymentFile.
           IF WS-PAYMENT-STATUS NOT = "00"
               DISPLAY "No payment file on hand."
               PERFORM CLOSE-INVOICE-REGISTER
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-INSTALLMENTS.
           IF INSTALLMENT-TABLE-OVERFLOW
               DISPLAY "More than 2000 installments on file - run "
                   "refused, the file would be truncated."
               CLOSE PaymentFile
               PERFORM CLOSE-INVOICE-REGISTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL PAYMENT-EOF
               READ PaymentFile
                   AT END SET PAYMENT-EOF TO TRUE
               END-IF
           END-PERFORM.
           CLOSE PaymentFile.
           PERFORM SAVE-INSTALLMENTS.
           DISPLAY "Payments posted: " WS-POSTED-COUNT
               " unmatched: " WS-UNMATCHED-PAYMENTS.
           IF WS-INSTALLMENTS-POSTED > 0
               DISPLAY "Of which applied to installment plans: "
                   WS-INSTALLMENTS-POSTED
           END-IF.

       POST-ONE-PAYMENT SECTION.
           MOVE 0 TO WS-FEE-FOUND-IDX.
           MOVE PY-INVOICE-NUMBER TO IV-INVOICE-NUMBER.
           READ InvoiceRegisterFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF NOT IV-PAID
                       IF IV-IN-PLAN
                           PERFORM APPLY-INSTALLMENT-PAYMENT
                       ELSE
                           SET IV-PAID TO TRUE
                           MOVE PY-PAY-DATE TO IV-PAID-DATE
                       END-IF
                       REWRITE INVOICE-REGISTER-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE 1 TO WS-FEE-FOUND-IDX
                       END-REWRITE
                   END-IF
           END-READ.
           IF WS-FEE-FOUND-IDX > 0
               ADD 1 TO WS-POSTED-COUNT
           ELSE
                   " matches no open invoice."
           END-IF.

       APPLY-INSTALLMENT-PAYMENT SECTION.
           MOVE 0 TO WS-IP-OLDEST-IDX.
           MOVE 99 TO WS-IP-OLDEST-NO.
           MOVE 0 TO WS-IP-STILL-OPEN.
           PERFORM VARYING WS-IP-IDX FROM 1 BY 1
                   UNTIL WS-IP-IDX > WS-IP-COUNT
               MOVE WS-IP-ENTRY(WS-IP-IDX) TO INSTALLMENT-RECORD
               IF IP-INVOICE-NUMBER = IV-INVOICE-NUMBER
                   AND IP-OPEN
                   ADD 1 TO WS-IP-STILL-OPEN
                   IF IP-INSTALLMENT-NO < WS-IP-OLDEST-NO
                       MOVE IP-INSTALLMENT-NO TO WS-IP-OLDEST-NO
                       MOVE WS-IP-IDX TO WS-IP-OLDEST-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-IP-OLDEST-IDX > 0
               MOVE WS-IP-ENTRY(WS-IP-OLDEST-IDX)
                   TO INSTALLMENT-RECORD
               SET IP-PAID TO TRUE
               MOVE PY-PAY-DATE TO IP-PAID-DATE
               MOVE INSTALLMENT-RECORD
                   TO WS-IP-ENTRY(WS-IP-OLDEST-IDX)
               SUBTRACT 1 FROM WS-IP-STILL-OPEN
               ADD 1 TO WS-INSTALLMENTS-POSTED
           END-IF.
           IF WS-IP-STILL-OPEN = 0
               SET IV-PAID TO TRUE
               MOVE PY-PAY-DATE TO IV-PAID-DATE
           END-IF.

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

       PRINT-OUTSTANDING-REPORT SECTION.
           OPEN OUTPUT OutstandingReportFile.
           MOVE "OUTSTANDING FEES REPORT" TO OUTSTANDING-LINE.
           WRITE OUTSTANDING-LINE.
           MOVE SPACES TO OUTSTANDING-LINE.
           WRITE OUTSTANDING-LINE.
           PERFORM START-INVOICE-SCAN.
           PERFORM READ-NEXT-INVOICE.
           PERFORM UNTIL IV-SCAN-EOF
               IF NOT IV-PAID
                   ADD 1 TO WS-OPEN-COUNT
                   ADD IV-AMOUNT TO WS-OPEN-TOTAL
                   MOVE IV-REFERENCE(1:36) TO WOL-REFERENCE
                   WRITE OUTSTANDING-LINE FROM WS-OUT-LINE
               END-IF
               PERFORM READ-NEXT-INVOICE
           END-PERFORM.
           MOVE SPACES TO OUTSTANDING-LINE.
           WRITE OUTSTANDING-LINE.
           DISPLAY "Open invoices: " WS-OPEN-COUNT
               ". Report written to outstandingfees.txt".

       PRINT-EXEMPTION-REPORT SECTION.
           DISPLAY "Month (CCYYMM, 0 = last month): "
               WITH NO ADVANCING.
           ACCEPT WS-REPORT-MONTH.
           IF WS-REPORT-MONTH NOT NUMERIC OR WS-REPORT-MONTH = 0
               MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
               IF WS-REPORT-MM = 1
                   SUBTRACT 1 FROM WS-REPORT-YEAR
                   MOVE 12 TO WS-REPORT-MM
               ELSE
                   SUBTRACT 1 FROM WS-REPORT-MM
               END-IF
           END-IF.
           IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
               DISPLAY "Not a valid month."
               MOVE 1 TO RETURN-CODE
           ELSE
               COMPUTE WS-REPORT-FROM = WS-REPORT-MONTH * 100 + 1
               COMPUTE WS-REPORT-TO = WS-REPORT-MONTH * 100 + 31
               PERFORM SUMMARISE-EXEMPTIONS
               PERFORM WRITE-EXEMPTION-REPORT
           END-IF.

       SUMMARISE-EXEMPTIONS SECTION.
           MOVE 0 TO WS-EX-COUNT.
           MOVE "N" TO WS-IV-SCAN-EOF-SWITCH.
           MOVE WS-REPORT-FROM TO IV-INVOICE-DATE.
           START InvoiceRegisterFile
               KEY IS NOT LESS THAN IV-INVOICE-DATE
               INVALID KEY SET IV-SCAN-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-INVOICE.
           PERFORM UNTIL IV-SCAN-EOF
               IF IV-INVOICE-DATE > WS-REPORT-TO
                   SET IV-SCAN-EOF TO TRUE
               ELSE
                   IF NOT IV-CANCELLED
                       ADD 1 TO WS-MONTH-COUNT
                       ADD IV-AMOUNT TO WS-MONTH-BILLED
                       IF IV-REDUCTION IS NUMERIC
                           AND IV-REDUCTION > 0
                           PERFORM ADD-EXEMPTION-TOTAL
                       END-IF
                   END-IF
                   PERFORM READ-NEXT-INVOICE
               END-IF
           END-PERFORM.

       ADD-EXEMPTION-TOTAL SECTION.
           ADD 1 TO WS-FORGONE-COUNT.
           ADD IV-FULL-FEE TO WS-FORGONE-FULL.
           ADD IV-REDUCTION TO WS-FORGONE-TOTAL.
           MOVE 0 TO WS-EX-SLOT.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-COUNT OR WS-EX-SLOT > 0
               IF T-EX-CATEGORY(WS-EX-IDX) = IV-EXEMPTION-CATEGORY
                   MOVE WS-EX-IDX TO WS-EX-SLOT
               END-IF
           END-PERFORM.
           IF WS-EX-SLOT = 0 AND WS-EX-COUNT = 50
               SET EXEMPTION-TABLE-FULL TO TRUE
           END-IF.
           IF WS-EX-SLOT = 0 AND WS-EX-COUNT < 50
               ADD 1 TO WS-EX-COUNT
               MOVE WS-EX-COUNT TO WS-EX-SLOT
               MOVE IV-EXEMPTION-CATEGORY TO T-EX-CATEGORY(WS-EX-SLOT)
               MOVE 0 TO T-EX-COUNT(WS-EX-SLOT)
               MOVE 0 TO T-EX-FULL(WS-EX-SLOT)
               MOVE 0 TO T-EX-REDUCTION(WS-EX-SLOT)
           END-IF.
           IF WS-EX-SLOT > 0
               ADD 1 TO T-EX-COUNT(WS-EX-SLOT)
               ADD IV-FULL-FEE TO T-EX-FULL(WS-EX-SLOT)
               ADD IV-REDUCTION TO T-EX-REDUCTION(WS-EX-SLOT)
           END-IF.

       WRITE-EXEMPTION-REPORT SECTION.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "exemptionrevenue." DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING.
           OPEN OUTPUT ExemptionReportFile.
           MOVE SPACES TO EXEMPTION-REPORT-LINE.
           STRING "REVENUE FORGONE BY EXEMPTION CATEGORY "
               DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               INTO EXEMPTION-REPORT-LINE
           END-STRING.
           WRITE EXEMPTION-REPORT-LINE.
           MOVE SPACES TO EXEMPTION-REPORT-LINE.
           WRITE EXEMPTION-REPORT-LINE.
           MOVE SPACES TO EXEMPTION-REPORT-LINE.
           MOVE "CAT" TO EXEMPTION-REPORT-LINE(1:3).
           MOVE "DESCRIPTION" TO EXEMPTION-REPORT-LINE(7:11).
           MOVE "INVOICES" TO EXEMPTION-REPORT-LINE(31:8).
           MOVE "FULL FEE" TO EXEMPTION-REPORT-LINE(44:8).
           MOVE "FORGONE" TO EXEMPTION-REPORT-LINE(58:7).
           WRITE EXEMPTION-REPORT-LINE.
           MOVE "EXEMPTION" TO WS-CODE-CHECK-TABLE.
           MOVE WS-REPORT-TO TO WS-CODE-CHECK-DATE.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-COUNT
               MOVE T-EX-CATEGORY(WS-EX-IDX) TO WEL-CATEGORY
               MOVE T-EX-CATEGORY(WS-EX-IDX) TO WS-CODE-CHECK-CODE
               PERFORM CHECK-TABLE-CODE
               MOVE WS-CODE-DESCRIPTION TO WEL-DESCRIPTION
               IF WEL-DESCRIPTION = SPACES
                   MOVE "(not in code table)" TO WEL-DESCRIPTION
               END-IF
               MOVE T-EX-COUNT(WS-EX-IDX) TO WEL-COUNT
               MOVE T-EX-FULL(WS-EX-IDX) TO WEL-FULL
               MOVE T-EX-REDUCTION(WS-EX-IDX) TO WEL-FORGONE
               WRITE EXEMPTION-REPORT-LINE FROM WS-EX-LINE
           END-PERFORM.
           MOVE SPACES TO EXEMPTION-REPORT-LINE.
           WRITE EXEMPTION-REPORT-LINE.
           MOVE SPACES TO WEL-CATEGORY.
           MOVE "Total forgone" TO WEL-DESCRIPTION.
           MOVE WS-FORGONE-COUNT TO WEL-COUNT.
           MOVE WS-FORGONE-FULL TO WEL-FULL.
           MOVE WS-FORGONE-TOTAL TO WEL-FORGONE.
           WRITE EXEMPTION-REPORT-LINE FROM WS-EX-LINE.
           MOVE WS-MONTH-BILLED TO WTL-AMOUNT.
           MOVE SPACES TO EXEMPTION-REPORT-LINE.
           STRING "Invoices raised in month: " DELIMITED BY SIZE
               WS-MONTH-COUNT DELIMITED BY SIZE
               "  amount billed: " DELIMITED BY SIZE
               WTL-AMOUNT DELIMITED BY SIZE
               INTO EXEMPTION-REPORT-LINE
           END-STRING.
           WRITE EXEMPTION-REPORT-LINE.
           IF EXEMPTION-TABLE-FULL
               MOVE "More than 50 categories - report incomplete."
                   TO EXEMPTION-REPORT-LINE
               WRITE EXEMPTION-REPORT-LINE
               MOVE 2 TO RETURN-CODE
           END-IF.
           CLOSE ExemptionReportFile.
           MOVE WS-FORGONE-TOTAL TO WTL-AMOUNT.
           DISPLAY "Invoices with an exemption: " WS-FORGONE-COUNT
               " revenue forgone: " WTL-AMOUNT.
           DISPLAY "Report written to " WS-REPORT-FILE-NAME.

       LOAD-NEXT-INVOICE-NUMBER SECTION.
           MOVE 0 TO WS-NEXT-INVOICE-NUMBER.
           OPEN INPUT InvoiceNumberFile.
           WRITE INVOICE-NUMBER-RECORD.
           CLOSE InvoiceNumberFile.

       COPY "INVOICE-REGISTER-OPEN".

       COPY "CODE-TABLE-CHECK".

       END PROGRAM FEE-BILLING.
