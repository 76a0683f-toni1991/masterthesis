       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-REVENUE-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GlMappingFile
          ASSIGN TO "glmapping.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-GL-MAPPING-STATUS.
       SELECT GlCardFile
          ASSIGN TO "glcard.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-GL-CARD-STATUS.
       SELECT InvoiceRegisterFile
          ASSIGN TO "invoiceregister.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS IV-INVOICE-NUMBER
          ALTERNATE RECORD KEY IS IV-REQUESTER WITH DUPLICATES
          ALTERNATE RECORD KEY IS IV-INVOICE-DATE WITH DUPLICATES
          FILE STATUS IS WS-INVOICE-REGISTER-STATUS.
       SELECT InstallmentFile
          ASSIGN TO "installments.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-INSTALLMENT-STATUS.
       SELECT AdjustmentFile
          ASSIGN TO "invoiceadjustments.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ADJUSTMENT-STATUS.
       SELECT CollectionLogFile
          ASSIGN TO "ddcollections.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-COLLECTION-LOG-STATUS.
       SELECT GlOutFile
          ASSIGN TO DYNAMIC WS-GL-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT TransmitRegisterFile
          ASSIGN TO "transmitregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-TRANSMIT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GlMappingFile.
       01 GL-MAPPING-RECORD.
           05 GM-SERVICE-CODE PIC X(4).
           05 GM-ACCOUNT PIC X(10).
           05 GM-COST-CENTRE PIC X(8).

       FD GlCardFile.
       01 GL-CARD-RECORD.
           05 GC-BUSINESS-DATE PIC 9(8).

       FD InvoiceRegisterFile.
       COPY "INVOICE-REGISTER".

       FD InstallmentFile.
       COPY "INSTALLMENT".

       FD AdjustmentFile.
       COPY "INVOICE-ADJUSTMENT".

       FD CollectionLogFile.
       COPY "DD-COLLECTION".

       FD GlOutFile.
       01 GL-LINE PIC X(80).
       01 GL-HEADER-RECORD REDEFINES GL-LINE.
           05 GH-RECORD-TYPE PIC X.
           05 GH-BUSINESS-DATE PIC 9(8).
           05 GH-RUN-DATE PIC 9(8).
           05 GH-RUN-TIME PIC 9(6).
           05 GH-SOURCE PIC X(20).
           05 FILLER PIC X(37).
       01 GL-DETAIL-RECORD REDEFINES GL-LINE.
           05 GD-RECORD-TYPE PIC X.
           05 GD-BUSINESS-DATE PIC 9(8).
           05 GD-MOVEMENT-TYPE PIC X(4).
           05 GD-SERVICE-CODE PIC X(4).
           05 GD-ACCOUNT PIC X(10).
           05 GD-COST-CENTRE PIC X(8).
           05 GD-DEBIT-CREDIT PIC X.
           05 GD-AMOUNT PIC 9(9)V99.
           05 FILLER PIC X(33).
       01 GL-CONTROL-RECORD REDEFINES GL-LINE.
           05 GT-RECORD-TYPE PIC X.
           05 GT-RECORD-COUNT PIC 9(6).
           05 GT-DEBIT-TOTAL PIC 9(11)V99.
           05 GT-CREDIT-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(47).

       FD TransmitRegisterFile.
       COPY "TRANSMIT-REGISTER".

       WORKING-STORAGE SECTION.
       01 WS-GL-MAPPING-STATUS PIC X(2).
       01 WS-GL-CARD-STATUS PIC X(2).
       COPY "INVOICE-REGISTER-WS".
       01 WS-INSTALLMENT-STATUS PIC X(2).
       01 WS-ADJUSTMENT-STATUS PIC X(2).
       01 WS-COLLECTION-LOG-STATUS PIC X(2).
       01 WS-TRANSMIT-REGISTER-STATUS PIC X(2).
       01 WS-GL-FILE-NAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-BUSINESS-DATE PIC 9(8).
       01 MAPPING-EOF-SWITCH PIC X VALUE "N".
           88 MAPPING-EOF VALUE "Y".
       01 TRANSMIT-EOF-SWITCH PIC X VALUE "N".
           88 TRANSMIT-EOF VALUE "Y".
       01 WS-IP-EOF-SWITCH PIC X VALUE "N".
           88 WS-IP-EOF VALUE "Y".
       01 WS-IA-EOF-SWITCH PIC X VALUE "N".
           88 WS-IA-EOF VALUE "Y".
       01 COLLECTION-EOF-SWITCH PIC X VALUE "N".
           88 COLLECTION-EOF VALUE "Y".
       01 WS-REFUSE-SWITCH PIC X VALUE "N".
           88 RUN-REFUSED VALUE "Y".
       01 WS-MAPPING-TABLE.
           05 WS-GM-ENTRY OCCURS 100 TIMES.
               10 T-GM-SERVICE-CODE PIC X(4).
               10 T-GM-ACCOUNT PIC X(10).
               10 T-GM-COST-CENTRE PIC X(8).
       01 WS-GM-COUNT PIC 9(3) VALUE 0.
       01 WS-GM-IDX PIC 9(3).
       01 WS-GM-FOUND-IDX PIC 9(3).
       01 WS-GM-AR-IDX PIC 9(3).
       01 WS-GM-BANK-IDX PIC 9(3).
       01 WS-WANT-CODE PIC X(4).
       01 WS-WANT-INVOICE PIC 9(6).
       01 WS-IP-TABLE.
           05 WS-IP-ENTRY PIC X(56) OCCURS 2000 TIMES.
       01 WS-IP-COUNT PIC 9(4) VALUE 0.
       01 WS-IP-IDX PIC 9(4).
       01 WS-IA-TABLE.
           05 WS-IA-ENTRY PIC X(102) OCCURS 1000 TIMES.
       01 WS-IA-COUNT PIC 9(4) VALUE 0.
       01 WS-IA-IDX PIC 9(4).
       01 WS-COLLECTION-TABLE.
           05 WS-DC-ENTRY PIC X(82) OCCURS 2000 TIMES.
       01 WS-DC-COUNT PIC 9(4) VALUE 0.
       01 WS-DC-IDX PIC 9(4).
       01 WS-PLAN-SWITCH PIC X VALUE "N".
           88 INVOICE-HAS-PLAN VALUE "Y".
       01 WS-PLAN-CANCELLED-SWITCH PIC X VALUE "N".
           88 PLAN-WAS-CANCELLED VALUE "Y".
       01 WS-PLAN-PAID-AMOUNT PIC 9(7)V99.
       01 WS-BILLED-AMOUNT PIC 9(7)V99.
       01 WS-SUM-TABLE.
           05 WS-SUM-ENTRY OCCURS 300 TIMES.
               10 T-SUM-TYPE PIC X(4).
               10 T-SUM-SERVICE-CODE PIC X(4).
               10 T-SUM-AMOUNT PIC 9(9)V99.
               10 T-SUM-DEBIT-IDX PIC 9(3).
               10 T-SUM-CREDIT-IDX PIC 9(3).
       01 WS-SUM-COUNT PIC 9(3) VALUE 0.
       01 WS-SUM-IDX PIC 9(3).
       01 WS-SUM-FOUND-IDX PIC 9(3).
       01 WS-SUM-TYPE PIC X(4).
       01 WS-SUM-SERVICE-CODE PIC X(4).
       01 WS-SUM-AMOUNT PIC 9(7)V99.
       01 WS-MISSING-TABLE.
           05 WS-MISSING-CODE PIC X(4) OCCURS 100 TIMES.
       01 WS-MISSING-COUNT PIC 9(3) VALUE 0.
       01 WS-MISSING-IDX PIC 9(3).
       01 WS-MISSING-SWITCH PIC X VALUE "N".
           88 CODE-ALREADY-MISSING VALUE "Y".
       01 WS-DETAIL-COUNT PIC 9(6) VALUE 0.
       01 WS-DEBIT-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-CREDIT-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-DEBIT-HASH PIC 9(12) VALUE 0.
       01 WS-POST-IDX PIC 9(3).
       01 WS-POST-SIDE PIC X.
       01 WS-TOTAL-EDIT PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "GL-REVENUE-EXTRACT".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM READ-GL-CARD.
           MOVE SPACES TO WS-GL-FILE-NAME.
           STRING "glrevenue." DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-GL-FILE-NAME
           END-STRING.
           DISPLAY "Business date: " WS-BUSINESS-DATE.
           PERFORM CHECK-PREVIOUS-EXTRACTS.
           IF RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-GL-MAPPING.
           IF RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-INVOICE-REGISTER-INPUT.
           IF INVOICE-REGISTER-FAILED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-INSTALLMENTS.
           PERFORM LOAD-ADJUSTMENTS.
           PERFORM LOAD-COLLECTION-LOG.
           IF RUN-REFUSED
               PERFORM CLOSE-INVOICE-REGISTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SUMMARISE-INVOICES.
           PERFORM SUMMARISE-INSTALLMENTS.
           PERFORM SUMMARISE-ADJUSTMENTS.
           PERFORM SUMMARISE-RETURNS.
           PERFORM CLOSE-INVOICE-REGISTER.
           IF NOT RUN-REFUSED
               PERFORM RESOLVE-ACCOUNTS
           END-IF.
           IF RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               MOVE WS-DEBIT-TOTAL TO WS-TOTAL-EDIT
               DISPLAY "Debits " WS-TOTAL-EDIT
               MOVE WS-CREDIT-TOTAL TO WS-TOTAL-EDIT
               DISPLAY "Credits " WS-TOTAL-EDIT
               DISPLAY "Extract does not balance - no file written."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-GL-FILE.
           PERFORM REGISTER-GL-FILE.
           MOVE WS-DEBIT-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "Postings written: " WS-DETAIL-COUNT
               " debits = credits = " WS-TOTAL-EDIT.
           DISPLAY "Registered for transmission: " WS-GL-FILE-NAME.
           GOBACK.

       READ-GL-CARD SECTION.
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT GlCardFile.
           IF WS-GL-CARD-STATUS = "00"
               READ GlCardFile
                   AT END CONTINUE
                   NOT AT END
                       IF GC-BUSINESS-DATE IS NUMERIC
                           AND GC-BUSINESS-DATE > 19000101
                           AND GC-BUSINESS-DATE NOT > WS-RUN-DATE
                           MOVE GC-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE GlCardFile
           END-IF.

       CHECK-PREVIOUS-EXTRACTS SECTION.
           OPEN INPUT TransmitRegisterFile.
           IF WS-TRANSMIT-REGISTER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL TRANSMIT-EOF
                   READ TransmitRegisterFile
                       AT END SET TRANSMIT-EOF TO TRUE
                   END-READ
                   IF NOT TRANSMIT-EOF
                       AND TR-FILE-NAME(1:10) = "glrevenue."
                       PERFORM CHECK-ONE-EXTRACT
                   END-IF
               END-PERFORM
               CLOSE TransmitRegisterFile
           END-IF.

       CHECK-ONE-EXTRACT SECTION.
           IF TR-FILE-NAME = WS-GL-FILE-NAME
               DISPLAY "The extract for " WS-BUSINESS-DATE
                   " was already produced - " TR-FILE-NAME
               SET RUN-REFUSED TO TRUE
           ELSE
               IF NOT TR-CONFIRMED
                   DISPLAY "Extract " TR-FILE-NAME
                   DISPLAY "  has not been acknowledged by finance - "
                       "run refused."
                   SET RUN-REFUSED TO TRUE
               END-IF
           END-IF.

       LOAD-GL-MAPPING SECTION.
           MOVE 0 TO WS-GM-COUNT.
           OPEN INPUT GlMappingFile.
           IF WS-GL-MAPPING-STATUS NOT = "00"
               DISPLAY "No GL mapping file glmapping.txt - run "
                   "refused."
               SET RUN-REFUSED TO TRUE
           ELSE
               PERFORM UNTIL MAPPING-EOF OR WS-GM-COUNT = 100
                   READ GlMappingFile
                       AT END SET MAPPING-EOF TO TRUE
                   END-READ
                   IF NOT MAPPING-EOF AND GM-SERVICE-CODE NOT = SPACES
                       ADD 1 TO WS-GM-COUNT
                       MOVE GM-SERVICE-CODE
                           TO T-GM-SERVICE-CODE(WS-GM-COUNT)
                       MOVE GM-ACCOUNT TO T-GM-ACCOUNT(WS-GM-COUNT)
                       MOVE GM-COST-CENTRE
                           TO T-GM-COST-CENTRE(WS-GM-COUNT)
                   END-IF
               END-PERFORM
               CLOSE GlMappingFile
           END-IF.
           MOVE "*AR " TO WS-WANT-CODE.
           PERFORM FIND-MAPPING.
           MOVE WS-GM-FOUND-IDX TO WS-GM-AR-IDX.
           MOVE "*BNK" TO WS-WANT-CODE.
           PERFORM FIND-MAPPING.
           MOVE WS-GM-FOUND-IDX TO WS-GM-BANK-IDX.

       FIND-MAPPING SECTION.
           MOVE 0 TO WS-GM-FOUND-IDX.
           PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX > WS-GM-COUNT
               IF T-GM-SERVICE-CODE(WS-GM-IDX) = WS-WANT-CODE
                   AND T-GM-ACCOUNT(WS-GM-IDX) NOT = SPACES
                   MOVE WS-GM-IDX TO WS-GM-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-GM-FOUND-IDX = 0
               PERFORM NOTE-MISSING-CODE
           END-IF.

       NOTE-MISSING-CODE SECTION.
           MOVE "N" TO WS-MISSING-SWITCH.
           PERFORM VARYING WS-MISSING-IDX FROM 1 BY 1
                   UNTIL WS-MISSING-IDX > WS-MISSING-COUNT
               IF WS-MISSING-CODE(WS-MISSING-IDX) = WS-WANT-CODE
                   SET CODE-ALREADY-MISSING TO TRUE
               END-IF
           END-PERFORM.
           IF NOT CODE-ALREADY-MISSING AND WS-MISSING-COUNT < 100
               ADD 1 TO WS-MISSING-COUNT
               MOVE WS-WANT-CODE TO WS-MISSING-CODE(WS-MISSING-COUNT)
           END-IF.

       SUMMARISE-INVOICES SECTION.
           PERFORM START-INVOICE-SCAN.
           PERFORM READ-NEXT-INVOICE.
           PERFORM UNTIL IV-SCAN-EOF
               PERFORM CHECK-INVOICE-PLAN
               MOVE IV-SERVICE-CODE TO WS-SUM-SERVICE-CODE
               IF IV-INVOICE-DATE = WS-BUSINESS-DATE
                   PERFORM COMPUTE-BILLED-AMOUNT
                   IF IV-SERVICE-CODE = "INT "
                       MOVE "LATE" TO WS-SUM-TYPE
                   ELSE
                       MOVE "BILL" TO WS-SUM-TYPE
                   END-IF
                   MOVE WS-BILLED-AMOUNT TO WS-SUM-AMOUNT
                   PERFORM ADD-TO-SUM-TABLE
               END-IF
               IF IV-PAID-FLAG = "Y"
                   AND IV-PAID-DATE = WS-BUSINESS-DATE
                   AND (PLAN-WAS-CANCELLED OR NOT INVOICE-HAS-PLAN)
                   MOVE "PAYM" TO WS-SUM-TYPE
                   MOVE IV-AMOUNT TO WS-SUM-AMOUNT
                   PERFORM ADD-TO-SUM-TABLE
               END-IF
               PERFORM READ-NEXT-INVOICE
           END-PERFORM.

       CHECK-INVOICE-PLAN SECTION.
           MOVE "N" TO WS-PLAN-SWITCH.
           MOVE "N" TO WS-PLAN-CANCELLED-SWITCH.
           MOVE 0 TO WS-PLAN-PAID-AMOUNT.
           PERFORM VARYING WS-IP-IDX FROM 1 BY 1
                   UNTIL WS-IP-IDX > WS-IP-COUNT
               MOVE WS-IP-ENTRY(WS-IP-IDX) TO INSTALLMENT-RECORD
               IF IP-INVOICE-NUMBER = IV-INVOICE-NUMBER
                   SET INVOICE-HAS-PLAN TO TRUE
                   IF IP-CANCELLED
                       SET PLAN-WAS-CANCELLED TO TRUE
                   END-IF
                   IF IP-PAID
                       ADD IP-AMOUNT TO WS-PLAN-PAID-AMOUNT
                   END-IF
               END-IF
           END-PERFORM.

       COMPUTE-BILLED-AMOUNT SECTION.
           MOVE IV-AMOUNT TO WS-BILLED-AMOUNT.
           IF PLAN-WAS-CANCELLED
               ADD WS-PLAN-PAID-AMOUNT TO WS-BILLED-AMOUNT
           END-IF.
           PERFORM VARYING WS-IA-IDX FROM 1 BY 1
                   UNTIL WS-IA-IDX > WS-IA-COUNT
               MOVE WS-IA-ENTRY(WS-IA-IDX) TO INVOICE-ADJUSTMENT-RECORD
               IF IA-INVOICE-NUMBER = IV-INVOICE-NUMBER
                   AND IA-BOOKED
                   AND IA-BOOKED-DATE NOT < WS-BUSINESS-DATE
                   ADD IA-AMOUNT TO WS-BILLED-AMOUNT
               END-IF
           END-PERFORM.

       SUMMARISE-INSTALLMENTS SECTION.
           PERFORM VARYING WS-IP-IDX FROM 1 BY 1
                   UNTIL WS-IP-IDX > WS-IP-COUNT
               MOVE WS-IP-ENTRY(WS-IP-IDX) TO INSTALLMENT-RECORD
               IF IP-PAID AND IP-PAID-DATE = WS-BUSINESS-DATE
                   MOVE IP-INVOICE-NUMBER TO WS-WANT-INVOICE
                   PERFORM FIND-INVOICE-SERVICE
                   MOVE "PAYM" TO WS-SUM-TYPE
                   MOVE IP-AMOUNT TO WS-SUM-AMOUNT
                   PERFORM ADD-TO-SUM-TABLE
               END-IF
           END-PERFORM.

       SUMMARISE-ADJUSTMENTS SECTION.
           PERFORM VARYING WS-IA-IDX FROM 1 BY 1
                   UNTIL WS-IA-IDX > WS-IA-COUNT
               MOVE WS-IA-ENTRY(WS-IA-IDX) TO INVOICE-ADJUSTMENT-RECORD
               IF IA-BOOKED AND IA-BOOKED-DATE = WS-BUSINESS-DATE
                   MOVE IA-INVOICE-NUMBER TO WS-WANT-INVOICE
                   PERFORM FIND-INVOICE-SERVICE
                   IF IA-CREDIT-NOTE
                       MOVE "CRED" TO WS-SUM-TYPE
                   ELSE
                       MOVE "WOFF" TO WS-SUM-TYPE
                   END-IF
                   MOVE IA-AMOUNT TO WS-SUM-AMOUNT
                   PERFORM ADD-TO-SUM-TABLE
               END-IF
           END-PERFORM.

       SUMMARISE-RETURNS SECTION.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
               MOVE WS-DC-ENTRY(WS-DC-IDX) TO DD-COLLECTION-RECORD
               IF DC-RETURNED AND DC-RETURN-DATE = WS-BUSINESS-DATE
                   MOVE DC-INVOICE-NUMBER TO WS-WANT-INVOICE
                   PERFORM FIND-INVOICE-SERVICE
                   MOVE "RETN" TO WS-SUM-TYPE
                   MOVE DC-AMOUNT TO WS-SUM-AMOUNT
                   PERFORM ADD-TO-SUM-TABLE
               END-IF
           END-PERFORM.

       FIND-INVOICE-SERVICE SECTION.
           MOVE "????" TO WS-SUM-SERVICE-CODE.
           IF INVOICE-REGISTER-OPEN
               MOVE WS-WANT-INVOICE TO IV-INVOICE-NUMBER
               READ InvoiceRegisterFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE IV-SERVICE-CODE TO WS-SUM-SERVICE-CODE
               END-READ
           END-IF.

       ADD-TO-SUM-TABLE SECTION.
           MOVE 0 TO WS-SUM-FOUND-IDX.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-COUNT
               IF T-SUM-TYPE(WS-SUM-IDX) = WS-SUM-TYPE
                   AND T-SUM-SERVICE-CODE(WS-SUM-IDX)
                       = WS-SUM-SERVICE-CODE
                   MOVE WS-SUM-IDX TO WS-SUM-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-SUM-FOUND-IDX = 0 AND WS-SUM-AMOUNT > 0
               IF WS-SUM-COUNT = 300
                   DISPLAY "Summary table is full - run refused."
                   SET RUN-REFUSED TO TRUE
               ELSE
                   ADD 1 TO WS-SUM-COUNT
                   MOVE WS-SUM-COUNT TO WS-SUM-FOUND-IDX
                   MOVE WS-SUM-TYPE TO T-SUM-TYPE(WS-SUM-COUNT)
                   MOVE WS-SUM-SERVICE-CODE
                       TO T-SUM-SERVICE-CODE(WS-SUM-COUNT)
                   MOVE 0 TO T-SUM-AMOUNT(WS-SUM-COUNT)
                   MOVE 0 TO T-SUM-DEBIT-IDX(WS-SUM-COUNT)
                   MOVE 0 TO T-SUM-CREDIT-IDX(WS-SUM-COUNT)
               END-IF
           END-IF.
           IF WS-SUM-FOUND-IDX > 0
               ADD WS-SUM-AMOUNT TO T-SUM-AMOUNT(WS-SUM-FOUND-IDX)
           END-IF.

       RESOLVE-ACCOUNTS SECTION.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-COUNT
               MOVE T-SUM-SERVICE-CODE(WS-SUM-IDX) TO WS-WANT-CODE
               PERFORM FIND-MAPPING
               EVALUATE T-SUM-TYPE(WS-SUM-IDX)
                   WHEN "BILL"
                   WHEN "LATE"
                       MOVE WS-GM-AR-IDX TO T-SUM-DEBIT-IDX(WS-SUM-IDX)
                       MOVE WS-GM-FOUND-IDX
                           TO T-SUM-CREDIT-IDX(WS-SUM-IDX)
                   WHEN "PAYM"
                       MOVE WS-GM-BANK-IDX
                           TO T-SUM-DEBIT-IDX(WS-SUM-IDX)
                       MOVE WS-GM-AR-IDX TO T-SUM-CREDIT-IDX(WS-SUM-IDX)
                   WHEN "RETN"
                       MOVE WS-GM-AR-IDX TO T-SUM-DEBIT-IDX(WS-SUM-IDX)
                       MOVE WS-GM-BANK-IDX
                           TO T-SUM-CREDIT-IDX(WS-SUM-IDX)
                   WHEN "CRED"
                       MOVE WS-GM-FOUND-IDX
                           TO T-SUM-DEBIT-IDX(WS-SUM-IDX)
                       MOVE WS-GM-AR-IDX TO T-SUM-CREDIT-IDX(WS-SUM-IDX)
                   WHEN "WOFF"
                       MOVE "*WOF" TO WS-WANT-CODE
                       PERFORM FIND-MAPPING
                       MOVE WS-GM-FOUND-IDX
                           TO T-SUM-DEBIT-IDX(WS-SUM-IDX)
                       MOVE WS-GM-AR-IDX TO T-SUM-CREDIT-IDX(WS-SUM-IDX)
               END-EVALUATE
               IF T-SUM-DEBIT-IDX(WS-SUM-IDX) > 0
                   ADD T-SUM-AMOUNT(WS-SUM-IDX) TO WS-DEBIT-TOTAL
               END-IF
               IF T-SUM-CREDIT-IDX(WS-SUM-IDX) > 0
                   ADD T-SUM-AMOUNT(WS-SUM-IDX) TO WS-CREDIT-TOTAL
               END-IF
           END-PERFORM.
           IF WS-MISSING-COUNT > 0
               DISPLAY "No GL account mapped for:"
               PERFORM VARYING WS-MISSING-IDX FROM 1 BY 1
                       UNTIL WS-MISSING-IDX > WS-MISSING-COUNT
                   DISPLAY "  " WS-MISSING-CODE(WS-MISSING-IDX)
               END-PERFORM
               DISPLAY "Complete glmapping.txt - run refused."
               SET RUN-REFUSED TO TRUE
           END-IF.

       WRITE-GL-FILE SECTION.
           OPEN OUTPUT GlOutFile.
           MOVE SPACES TO GL-LINE.
           MOVE "H" TO GH-RECORD-TYPE.
           MOVE WS-BUSINESS-DATE TO GH-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO GH-RUN-DATE.
           MOVE WS-RUN-TIME(1:6) TO GH-RUN-TIME.
           MOVE "FEE BILLING" TO GH-SOURCE.
           WRITE GL-LINE.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-COUNT
               MOVE T-SUM-DEBIT-IDX(WS-SUM-IDX) TO WS-POST-IDX
               MOVE "D" TO WS-POST-SIDE
               PERFORM WRITE-GL-DETAIL
               MOVE T-SUM-CREDIT-IDX(WS-SUM-IDX) TO WS-POST-IDX
               MOVE "C" TO WS-POST-SIDE
               PERFORM WRITE-GL-DETAIL
           END-PERFORM.
           MOVE SPACES TO GL-LINE.
           MOVE "C" TO GT-RECORD-TYPE.
           MOVE WS-DETAIL-COUNT TO GT-RECORD-COUNT.
           MOVE WS-DEBIT-TOTAL TO GT-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL TO GT-CREDIT-TOTAL.
           WRITE GL-LINE.
           CLOSE GlOutFile.
           COMPUTE WS-DEBIT-HASH = WS-DEBIT-TOTAL * 100.

       WRITE-GL-DETAIL SECTION.
           MOVE SPACES TO GL-LINE.
           MOVE "D" TO GD-RECORD-TYPE.
           MOVE WS-BUSINESS-DATE TO GD-BUSINESS-DATE.
           MOVE T-SUM-TYPE(WS-SUM-IDX) TO GD-MOVEMENT-TYPE.
           MOVE T-SUM-SERVICE-CODE(WS-SUM-IDX) TO GD-SERVICE-CODE.
           MOVE T-GM-ACCOUNT(WS-POST-IDX) TO GD-ACCOUNT.
           MOVE T-GM-COST-CENTRE(WS-POST-IDX) TO GD-COST-CENTRE.
           MOVE WS-POST-SIDE TO GD-DEBIT-CREDIT.
           MOVE T-SUM-AMOUNT(WS-SUM-IDX) TO GD-AMOUNT.
           WRITE GL-LINE.
           ADD 1 TO WS-DETAIL-COUNT.

       REGISTER-GL-FILE SECTION.
           MOVE WS-GL-FILE-NAME TO TR-FILE-NAME.
           MOVE WS-BUSINESS-DATE TO TR-FILE-DATE.
           MOVE WS-DETAIL-COUNT TO TR-RECORD-COUNT.
           MOVE WS-DEBIT-HASH TO TR-HASH-TOTAL.
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

       LOAD-INSTALLMENTS SECTION.
           MOVE 0 TO WS-IP-COUNT.
           OPEN INPUT InstallmentFile.
           IF WS-INSTALLMENT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-IP-EOF
                   READ InstallmentFile
                       AT END SET WS-IP-EOF TO TRUE
                   END-READ
                   IF NOT WS-IP-EOF
                       IF WS-IP-COUNT = 2000
                           DISPLAY "More than 2000 installments - run "
                               "refused."
                           SET RUN-REFUSED TO TRUE
                           SET WS-IP-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-IP-COUNT
                           MOVE INSTALLMENT-RECORD
                               TO WS-IP-ENTRY(WS-IP-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE InstallmentFile
           END-IF.

       LOAD-ADJUSTMENTS SECTION.
           MOVE 0 TO WS-IA-COUNT.
           OPEN INPUT AdjustmentFile.
           IF WS-ADJUSTMENT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-IA-EOF
                   READ AdjustmentFile
                       AT END SET WS-IA-EOF TO TRUE
                   END-READ
                   IF NOT WS-IA-EOF
                       IF WS-IA-COUNT = 1000
                           DISPLAY "More than 1000 adjustments - run "
                               "refused."
                           SET RUN-REFUSED TO TRUE
                           SET WS-IA-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-IA-COUNT
                           MOVE INVOICE-ADJUSTMENT-RECORD
                               TO WS-IA-ENTRY(WS-IA-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AdjustmentFile
           END-IF.

       LOAD-COLLECTION-LOG SECTION.
           MOVE 0 TO WS-DC-COUNT.
           OPEN INPUT CollectionLogFile.
           IF WS-COLLECTION-LOG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL COLLECTION-EOF
                   READ CollectionLogFile
                       AT END SET COLLECTION-EOF TO TRUE
                   END-READ
                   IF NOT COLLECTION-EOF
                       IF WS-DC-COUNT = 2000
                           DISPLAY "More than 2000 entries in the "
                               "collection log - run refused."
                           SET RUN-REFUSED TO TRUE
                           SET COLLECTION-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-DC-COUNT
                           MOVE DD-COLLECTION-RECORD
                               TO WS-DC-ENTRY(WS-DC-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CollectionLogFile
           END-IF.

       COPY "INVOICE-REGISTER-OPEN".

       END PROGRAM GL-REVENUE-EXTRACT.
