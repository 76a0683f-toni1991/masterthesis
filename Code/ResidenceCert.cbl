          ASSIGN TO "certregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CERT-REGISTER-STATUS.
       SELECT ResidenceRegisterFile
          ASSIGN TO DYNAMIC WS-ENV-RESIDENCES
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RR-KEY
          FILE STATUS IS WS-RESIDENCE-REGISTER-STATUS.
       SELECT LetterTemplateFile
          ASSIGN TO "lettertemplates.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-LETTER-TEMPLATE-STATUS.
       SELECT OperatorMasterFile
          ASSIGN TO "operators.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

       SELECT CertQueueFile
          ASSIGN TO "certqueue.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CERT-QUEUE-STATUS.
       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
          ORGANIZATION IS LINE SEQUENTIAL
       FD CertRegisterFile.
       COPY "CERT-REGISTER".

       FD ResidenceRegisterFile.
       COPY "RESIDENCE-REGISTER".

       FD LetterTemplateFile.
       COPY "LETTER-TEMPLATE".

       FD CertQueueFile.
       COPY "CERT-QUEUE".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       WORKING-STORAGE SECTION.
       COPY "RESIDENCE-REGISTER-WS".
       COPY "LETTER-TEMPLATE-WS".
       COPY "CERT-CODE-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-FILE-STATUS PIC X(2).
       01 WS-CERT-NUMBER-STATUS PIC X(2).
       01 WS-CERT-REGISTER-STATUS PIC X(2).
       01 WS-CERT-QUEUE-STATUS PIC X(2).
       01 QUEUE-EOF-SWITCH PIC X VALUE "N".
           88 QUEUE-EOF VALUE "Y".
       01 WS-QUEUE-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-CERTIFICATE-FILE-NAME PIC X(40).
       01 WS-OPERATOR-MASTER-STATUS PIC X(2).
       01 OPERATOR-EOF-SWITCH PIC X VALUE "N".
       01 WS-LOOKUP-ID PIC 9(6).
       01 WS-CERT-NUMBER PIC 9(6).
       01 WS-ISSUE-DATE PIC 9(8).
       01 WS-CERT-LANGUAGE PIC X(2).
       01 WS-OTHER-RESIDENCE-COUNT PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           PERFORM CHECK-CERTIFICATE-TEMPLATES.
           IF LETTER-TEMPLATES-MISSING
               DISPLAY "Certificate refused - template library "
                   "incomplete."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "PERSON-ID to certify (0 = portal queue): "
               WITH NO ADVANCING.
           ACCEPT WS-LOOKUP-ID.
           ACCEPT WS-ISSUE-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-RESIDENCE-REGISTER.
           IF RESIDENCE-REGISTER-FAILED
               DISPLAY "Certificate refused - residences cannot be "
                   "certified."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No data available for this run."
               PERFORM CLOSE-RESIDENCE-REGISTER
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-LOOKUP-ID = 0
               PERFORM PROCESS-CERT-QUEUE
           ELSE
               PERFORM CERTIFY-LOOKUP-ID
           END-IF.
           CLOSE RecordFile.
           PERFORM CLOSE-RESIDENCE-REGISTER.
           GOBACK.

       CERTIFY-LOOKUP-ID SECTION.
           MOVE WS-LOOKUP-ID TO PERSON-ID.
           READ RecordFile
               INVALID KEY
               NOT INVALID KEY
                   PERFORM ISSUE-CERTIFICATE
           END-READ.

       PROCESS-CERT-QUEUE SECTION.
           OPEN INPUT CertQueueFile.
           IF WS-CERT-QUEUE-STATUS = "35"
               DISPLAY "No portal certificate requests are queued."
           ELSE
               PERFORM UNTIL QUEUE-EOF
                   READ CertQueueFile
                       AT END SET QUEUE-EOF TO TRUE
                   END-READ
                   IF NOT QUEUE-EOF
                       ADD 1 TO WS-QUEUE-READ-COUNT
                       MOVE CQ-PERSON-ID TO WS-LOOKUP-ID
                       DISPLAY "Portal request " CQ-REQUEST-ID
                       PERFORM CERTIFY-LOOKUP-ID
                   END-IF
               END-PERFORM
               CLOSE CertQueueFile
               OPEN OUTPUT CertQueueFile
               CLOSE CertQueueFile
               DISPLAY "Portal queue entries processed: "
                   WS-QUEUE-READ-COUNT
           END-IF.

       ISSUE-CERTIFICATE SECTION.
           IF STATUS-DECEASED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM NEXT-CERT-NUMBER
                   MOVE WS-CERT-NUMBER TO WS-CV-CERT-NUMBER
                   MOVE WS-LOOKUP-ID TO WS-CV-PERSON-ID
                   MOVE WS-ISSUE-DATE TO WS-CV-ISSUE-DATE
                   PERFORM COMPUTE-CERT-CODE
                   PERFORM PRINT-CERTIFICATE
                   PERFORM LOG-CERT-REGISTER
                   DISPLAY "Certificate " WS-CERT-NUMBER " issued "
               INTO WS-CERTIFICATE-FILE-NAME
           END-STRING.
           OPEN OUTPUT CertificateFile.
           MOVE PREFERRED-LANGUAGE TO WS-CERT-LANGUAGE.
           PERFORM CLEAR-LETTER-VALUES.
           MOVE "CERTNO" TO WS-LT-TAG.
           MOVE WS-CERT-NUMBER TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
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
           MOVE "BIRTHDATE" TO WS-LT-TAG.
           MOVE DATE-OF-BIRTH TO WS-LT-DATE.
           PERFORM SET-LETTER-DATE.
           MOVE "DATE" TO WS-LT-TAG.
           MOVE WS-ISSUE-DATE TO WS-LT-DATE.
           PERFORM SET-LETTER-DATE.
           MOVE "OPERATOR" TO WS-LT-TAG.
           MOVE WS-SIGNON-ID TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "VERIFY" TO WS-LT-TAG.
           MOVE WS-CV-CODE TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "CERTHEAD" TO WS-LT-CODE.
           PERFORM MERGE-CERTIFICATE-TEMPLATE.
           PERFORM SET-CERTIFICATE-ADDRESS.
           MOVE WS-LOOKUP-ID TO WS-RR-CHECK-ID.
           PERFORM CHECK-MAIN-RESIDENCE.
           IF MAIN-RESIDENCE-HERE
               MOVE "CERTMAIN" TO WS-LT-CODE
           ELSE
               MOVE "CERTSEC" TO WS-LT-CODE
           END-IF.
           PERFORM MERGE-CERTIFICATE-TEMPLATE.
           PERFORM PRINT-OTHER-RESIDENCES.
           MOVE "CERTFOOT" TO WS-LT-CODE.
           PERFORM MERGE-CERTIFICATE-TEMPLATE.
           CLOSE CertificateFile.

       PRINT-OTHER-RESIDENCES SECTION.
           MOVE 0 TO WS-OTHER-RESIDENCE-COUNT.
           IF RESIDENCE-REGISTER-OPEN
               MOVE "N" TO WS-RR-SCAN-EOF-SWITCH
               MOVE WS-LOOKUP-ID TO RR-PERSON-ID
               MOVE 0 TO RR-SEQUENCE
               START ResidenceRegisterFile KEY IS NOT LESS THAN RR-KEY
                   INVALID KEY SET RR-SCAN-EOF TO TRUE
               END-START
               PERFORM UNTIL RR-SCAN-EOF
                   READ ResidenceRegisterFile NEXT RECORD
                       AT END SET RR-SCAN-EOF TO TRUE
                   END-READ
                   IF NOT RR-SCAN-EOF
                       IF RR-PERSON-ID NOT = WS-LOOKUP-ID
                           SET RR-SCAN-EOF TO TRUE
                       ELSE
                           IF RR-VALID-FROM NOT > WS-ISSUE-DATE
                               AND (RR-VALID-TO = 0
                               OR RR-VALID-TO NOT < WS-ISSUE-DATE)
                               PERFORM PRINT-ONE-OTHER-RESIDENCE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       PRINT-ONE-OTHER-RESIDENCE SECTION.
           ADD 1 TO WS-OTHER-RESIDENCE-COUNT.
           MOVE "STREET" TO WS-LT-TAG.
           MOVE RR-STREET TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "HOUSENO" TO WS-LT-TAG.
           MOVE RR-HOUSENUMBER TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "ZIP" TO WS-LT-TAG.
           MOVE RR-ZIP-CODE TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "CITY" TO WS-LT-TAG.
           MOVE RR-CITY TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "SINCE" TO WS-LT-TAG.
           MOVE RR-VALID-FROM TO WS-LT-DATE.
           PERFORM SET-LETTER-DATE.
           IF RR-MAIN-RESIDENCE
               MOVE "CERTMAIN" TO WS-LT-CODE
           ELSE
               MOVE "CERTSEC" TO WS-LT-CODE
           END-IF.
           PERFORM MERGE-CERTIFICATE-TEMPLATE.
           MOVE "CERTSINC" TO WS-LT-CODE.
           PERFORM MERGE-CERTIFICATE-TEMPLATE.

       SET-CERTIFICATE-ADDRESS SECTION.
           MOVE "STREET" TO WS-LT-TAG.
           MOVE STREET TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "HOUSENO" TO WS-LT-TAG.
           MOVE HOUSENUMBER TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "ZIP" TO WS-LT-TAG.
           MOVE ZIP-CODE TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "CITY" TO WS-LT-TAG.
           MOVE CITY TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.

       CHECK-CERTIFICATE-TEMPLATES SECTION.
           PERFORM LOAD-LETTER-TEMPLATES.
           MOVE "CERTHEAD" TO WS-LT-CODE.
           PERFORM REQUIRE-LETTER-TEMPLATE.
           MOVE "CERTMAIN" TO WS-LT-CODE.
           PERFORM REQUIRE-LETTER-TEMPLATE.
           MOVE "CERTSEC" TO WS-LT-CODE.
           PERFORM REQUIRE-LETTER-TEMPLATE.
           MOVE "CERTSINC" TO WS-LT-CODE.
           PERFORM REQUIRE-LETTER-TEMPLATE.
           MOVE "CERTFOOT" TO WS-LT-CODE.
           PERFORM REQUIRE-LETTER-TEMPLATE.

       MERGE-CERTIFICATE-TEMPLATE SECTION.
           MOVE WS-CERT-LANGUAGE TO WS-LT-LANGUAGE.
           PERFORM MERGE-LETTER-TEMPLATE.

       EMIT-TEMPLATE-LINE SECTION.
           WRITE CERTIFICATE-LINE FROM WS-LT-LINE.

       LOG-CERT-REGISTER SECTION.
           MOVE WS-CERT-NUMBER TO CR-CERT-NUMBER.
           MOVE WS-LOOKUP-ID TO CR-PERSON-ID.
           MOVE WS-ISSUE-DATE TO CR-ISSUE-DATE.
           MOVE WS-SIGNON-ID TO CR-OPERATOR-ID.
           MOVE WS-CERTIFICATE-FILE-NAME TO CR-FILE-NAME.
           MOVE WS-CV-CODE TO CR-VERIFY-CODE.
           MOVE 0 TO CR-VERIFY-COUNT.
           MOVE 0 TO CR-LAST-VERIFIED.
           MOVE SPACE TO CR-LAST-RESULT.
           OPEN EXTEND CertRegisterFile.
           IF WS-CERT-REGISTER-STATUS = "35"
               CLOSE CertRegisterFile

       COPY "SIGN-ON".

       COPY "CERT-CODE".

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

       COPY "LETTER-MERGE".

       END PROGRAM RESIDENCE-CERT.
