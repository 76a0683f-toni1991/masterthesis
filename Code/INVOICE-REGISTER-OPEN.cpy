       OPEN-INVOICE-REGISTER SECTION.
           MOVE "N" TO WS-IV-OPEN-SWITCH.
           OPEN I-O InvoiceRegisterFile.
           EVALUATE WS-INVOICE-REGISTER-STATUS
               WHEN "00"
                   SET INVOICE-REGISTER-OPEN TO TRUE
               WHEN "35"
                   DISPLAY "Invoice register invoiceregister.dat not "
                       "on file - run the invoice register "
                       "conversion first."
                   SET INVOICE-REGISTER-FAILED TO TRUE
               WHEN OTHER
                   DISPLAY "Invoice register not available - "
                       "status " WS-INVOICE-REGISTER-STATUS
                   SET INVOICE-REGISTER-FAILED TO TRUE
           END-EVALUATE.

       OPEN-INVOICE-REGISTER-INPUT SECTION.
           MOVE "N" TO WS-IV-OPEN-SWITCH.
           OPEN INPUT InvoiceRegisterFile.
           EVALUATE WS-INVOICE-REGISTER-STATUS
               WHEN "00"
                   SET INVOICE-REGISTER-OPEN TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invoice register not available - "
                       "status " WS-INVOICE-REGISTER-STATUS
                   SET INVOICE-REGISTER-FAILED TO TRUE
           END-EVALUATE.

       START-INVOICE-SCAN SECTION.
           MOVE "N" TO WS-IV-SCAN-EOF-SWITCH.
           IF INVOICE-REGISTER-OPEN
               MOVE 0 TO IV-INVOICE-NUMBER
               START InvoiceRegisterFile
                   KEY IS NOT LESS THAN IV-INVOICE-NUMBER
                   INVALID KEY SET IV-SCAN-EOF TO TRUE
               END-START
           ELSE
               SET IV-SCAN-EOF TO TRUE
           END-IF.

       READ-NEXT-INVOICE SECTION.
           IF NOT IV-SCAN-EOF
               READ InvoiceRegisterFile NEXT RECORD
                   AT END SET IV-SCAN-EOF TO TRUE
               END-READ
           END-IF.

       CLOSE-INVOICE-REGISTER SECTION.
           IF INVOICE-REGISTER-OPEN
               CLOSE InvoiceRegisterFile
               MOVE "N" TO WS-IV-OPEN-SWITCH
           END-IF.
