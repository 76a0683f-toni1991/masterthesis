       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORR-ADDRESS-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CorrAddressFile
          ASSIGN TO DYNAMIC WS-ENV-CORRADDR
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CA-PERSON-ID
          FILE STATUS IS WS-CORR-ADDRESS-STATUS.
       SELECT RecordFile
          ASSIGN TO DYNAMIC WS-ENV-RECORDFILE
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PERSON-ID
          ALTERNATE RECORD KEY IS SURNAME WITH DUPLICATES
          FILE STATUS IS WS-FILE-STATUS.
       SELECT CorrExpiryFeedFile
          ASSIGN TO "corraddrfeed.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CORR-FEED-STATUS.
       SELECT OperatorMasterFile
          ASSIGN TO "operators.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ENV-PROFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EnvProfileFile.
       COPY "ENV-PROFILE".

       FD CorrAddressFile.
       COPY "CORR-ADDRESS".

       FD RecordFile.
       COPY "PersonData".

       FD CorrExpiryFeedFile.
       COPY "CORR-EXPIRY-FEED".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       WORKING-STORAGE SECTION.
       COPY "CORR-ADDRESS-WS".
       COPY "CHECK-DIGIT-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-FILE-STATUS PIC X(2).
       01 WS-CORR-FEED-STATUS PIC X(2).
       01 WS-OPERATOR-MASTER-STATUS PIC X(2).
       01 OPERATOR-EOF-SWITCH PIC X VALUE "N".
           88 OPERATOR-EOF VALUE "Y".
       01 WS-SIGNON-ID PIC X(8).
       01 WS-OPERATOR-ROLE PIC X.
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
           88 OPERATOR-CAN-UPDATE VALUE "S" "U".
       01 WS-OPERATOR-VALID-SWITCH PIC X VALUE "N".
           88 OPERATOR-VALID VALUE "Y".
       01 WS-QUIT-SWITCH PIC X VALUE "N".
           88 WS-QUIT VALUE "Y".
       01 WS-CHOICE PIC X.
           88 CH-SET VALUE "S" "s".
           88 CH-END VALUE "E" "e".
           88 CH-DELETE VALUE "D" "d".
           88 CH-INQUIRE VALUE "I" "i".
           88 CH-EXPIRY VALUE "X" "x".
           88 CH-QUIT VALUE "Q" "q".
       01 WS-CONFIRM PIC X.
           88 CONFIRM-YES VALUE "Y" "y".
       01 WS-CORR-FOUND-SWITCH PIC X VALUE "N".
           88 CORR-FOUND VALUE "Y".
       01 WS-PERSON-OK-SWITCH PIC X VALUE "N".
           88 PERSON-OK VALUE "Y".
       01 WS-DETAILS-OK-SWITCH PIC X VALUE "N".
           88 DETAILS-OK VALUE "Y".
       01 LIST-EOF-SWITCH PIC X VALUE "N".
           88 LIST-EOF VALUE "Y".
       01 WS-WORK-PERSON-ID PIC 9(6).
       01 WS-WORK-ADDRESS.
           05 WS-WORK-REASON PIC X.
           05 WS-WORK-CARE-OF PIC X(30).
           05 WS-WORK-STREET PIC X(15).
           05 WS-WORK-HOUSENUMBER PIC X(5).
           05 WS-WORK-ZIP-CODE PIC X(6).
           05 WS-WORK-CITY PIC X(15).
           05 WS-WORK-COUNTRY PIC X(15).
       01 WS-WORK-FROM PIC 9(8).
       01 WS-WORK-TO PIC 9(8).
       01 WS-TODAY PIC 9(8).
       01 WS-EXPIRED-COUNT PIC 9(4).
       01 WS-REASON-TEXT PIC X(12).
       01 WS-DATE-FLAG PIC X.
           88 WS-DATE-OK VALUE "Y".
           88 WS-DATE-BAD VALUE "N".
       01 WS-DATE-REASON PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "CORRESPONDENCE ADDRESS MAINTENANCE".
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN I-O CorrAddressFile.
           IF WS-CORR-ADDRESS-STATUS = "35"
               OPEN OUTPUT CorrAddressFile
               CLOSE CorrAddressFile
               OPEN I-O CorrAddressFile
           END-IF.
           IF WS-CORR-ADDRESS-STATUS NOT = "00"
               DISPLAY "Correspondence address register not "
                   "available - status " WS-CORR-ADDRESS-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Person master not available - status "
                   WS-FILE-STATUS
               CLOSE CorrAddressFile
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-QUIT
               PERFORM DISPLAY-MAINT-MENU
               ACCEPT WS-CHOICE
               PERFORM DISPATCH-MAINT-CHOICE
           END-PERFORM.
           CLOSE RecordFile.
           CLOSE CorrAddressFile.
           GOBACK.

       DISPLAY-MAINT-MENU SECTION.
           DISPLAY " ".
           DISPLAY "CORRESPONDENCE ADDRESSES".
           DISPLAY "S  Set or replace correspondence address".
           DISPLAY "E  End correspondence address".
           DISPLAY "D  Delete correspondence address "
               "(entered in error)".
           DISPLAY "I  Inquire correspondence address of a person".
           DISPLAY "X  Report expired addresses to the workbasket".
           DISPLAY "Q  Quit".
           DISPLAY "Choice: " WITH NO ADVANCING.

       DISPATCH-MAINT-CHOICE SECTION.
           EVALUATE TRUE
               WHEN CH-SET
                   IF OPERATOR-CAN-UPDATE
                       PERFORM SET-CORR-ADDRESS
                   ELSE
                       DISPLAY "Recording correspondence addresses "
                           "requires update authority."
                   END-IF
               WHEN CH-END
                   IF OPERATOR-CAN-UPDATE
                       PERFORM END-CORR-ADDRESS
                   ELSE
                       DISPLAY "Ending correspondence addresses "
                           "requires update authority."
                   END-IF
               WHEN CH-DELETE
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM DELETE-CORR-ADDRESS
                   ELSE
                       DISPLAY "Deleting correspondence addresses "
                           "requires a supervisor."
                   END-IF
               WHEN CH-INQUIRE PERFORM INQUIRE-CORR-ADDRESS
               WHEN CH-EXPIRY
                   IF OPERATOR-CAN-UPDATE
                       PERFORM REPORT-EXPIRED-ADDRESSES
                   ELSE
                       DISPLAY "The expiry run requires update "
                           "authority."
                   END-IF
               WHEN CH-QUIT SET WS-QUIT TO TRUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

       ACCEPT-PERSON-ID SECTION.
           MOVE "N" TO WS-PERSON-OK-SWITCH.
           DISPLAY "PERSON-ID: " WITH NO ADVANCING.
           ACCEPT WS-WORK-PERSON-ID.
           MOVE WS-WORK-PERSON-ID TO WS-CHECK-ID.
           PERFORM VERIFY-KEYED-CHECK-DIGIT.
           IF KEYED-ID-CHECK-OK
               MOVE WS-WORK-PERSON-ID TO PERSON-ID
               READ RecordFile
                   INVALID KEY
                       DISPLAY "PERSON-ID " WS-WORK-PERSON-ID
                           " not on file."
                   NOT INVALID KEY
                       SET PERSON-OK TO TRUE
                       DISPLAY "  " FIRSTNAME " " SURNAME " born "
                           DATE-OF-BIRTH
                       DISPLAY "  residence: " STREET " "
                           HOUSENUMBER " " ZIP-CODE " " CITY
               END-READ
           END-IF.

       READ-WORK-CORR-ADDRESS SECTION.
           MOVE "N" TO WS-CORR-FOUND-SWITCH.
           PERFORM ACCEPT-PERSON-ID.
           IF PERSON-OK
               MOVE WS-WORK-PERSON-ID TO CA-PERSON-ID
               READ CorrAddressFile
                   INVALID KEY
                       DISPLAY "No correspondence address on file "
                           "for PERSON-ID " WS-WORK-PERSON-ID "."
                   NOT INVALID KEY
                       SET CORR-FOUND TO TRUE
               END-READ
           END-IF.

       ACCEPT-ADDRESS-DETAILS SECTION.
           MOVE "N" TO WS-DETAILS-OK-SWITCH.
           MOVE SPACES TO WS-WORK-ADDRESS.
           DISPLAY "Reason (H=care home, P=post-office box, "
               "A=abroad, O=other): " WITH NO ADVANCING.
           ACCEPT WS-WORK-REASON.
           INSPECT WS-WORK-REASON CONVERTING "hpao" TO "HPAO".
           DISPLAY "Care of / institution (optional): "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-CARE-OF.
           DISPLAY "Street or post-office box: " WITH NO ADVANCING.
           ACCEPT WS-WORK-STREET.
           DISPLAY "House number: " WITH NO ADVANCING.
           ACCEPT WS-WORK-HOUSENUMBER.
           DISPLAY "Postal code: " WITH NO ADVANCING.
           ACCEPT WS-WORK-ZIP-CODE.
           DISPLAY "City: " WITH NO ADVANCING.
           ACCEPT WS-WORK-CITY.
           DISPLAY "Country (blank = domestic): " WITH NO ADVANCING.
           ACCEPT WS-WORK-COUNTRY.
           MOVE WS-WORK-REASON TO CA-REASON.
           EVALUATE TRUE
               WHEN NOT CA-REASON-VALID
                   DISPLAY "Unknown reason " WS-WORK-REASON
                       " - entry refused."
               WHEN WS-WORK-STREET = SPACES OR WS-WORK-CITY = SPACES
                   DISPLAY "Street and city are required - "
                       "entry refused."
               WHEN CA-ABROAD AND WS-WORK-COUNTRY = SPACES
                   DISPLAY "A country is required for an address "
                       "abroad - entry refused."
               WHEN OTHER
                   PERFORM ACCEPT-VALIDITY-DATES
           END-EVALUATE.

       ACCEPT-VALIDITY-DATES SECTION.
           DISPLAY "Valid from (CCYYMMDD, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-FROM.
           IF WS-WORK-FROM = 0
               MOVE WS-TODAY TO WS-WORK-FROM
           END-IF.
           DISPLAY "Valid until (CCYYMMDD, 0 = open-ended): "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-TO.
           CALL "DATE-CHECK" USING WS-WORK-FROM
               WS-DATE-FLAG WS-DATE-REASON.
           IF WS-DATE-BAD AND WS-DATE-REASON NOT = "FU"
               DISPLAY "Invalid valid-from date (" WS-DATE-REASON
                   ") - entry refused."
           ELSE
               IF WS-WORK-TO = 0
                   SET DETAILS-OK TO TRUE
               ELSE
                   CALL "DATE-CHECK" USING WS-WORK-TO
                       WS-DATE-FLAG WS-DATE-REASON
                   EVALUATE TRUE
                       WHEN WS-DATE-BAD AND WS-DATE-REASON NOT = "FU"
                           DISPLAY "Invalid valid-until date ("
                               WS-DATE-REASON ") - entry refused."
                       WHEN WS-WORK-TO < WS-WORK-FROM
                           DISPLAY "Valid-until is before "
                               "valid-from - entry refused."
                       WHEN WS-WORK-TO < WS-TODAY
                           DISPLAY "Valid-until is already past - "
                               "entry refused."
                       WHEN OTHER
                           SET DETAILS-OK TO TRUE
                   END-EVALUATE
               END-IF
           END-IF.

       SET-CORR-ADDRESS SECTION.
           PERFORM ACCEPT-PERSON-ID.
           IF PERSON-OK
               MOVE WS-WORK-PERSON-ID TO CA-PERSON-ID
               READ CorrAddressFile
                   INVALID KEY
                       MOVE "N" TO WS-CORR-FOUND-SWITCH
                   NOT INVALID KEY
                       SET CORR-FOUND TO TRUE
                       DISPLAY "Current correspondence address:"
                       PERFORM SHOW-CORR-ADDRESS
               END-READ
               PERFORM ACCEPT-ADDRESS-DETAILS
               IF DETAILS-OK
                   PERFORM STORE-CORR-ADDRESS
               END-IF
           END-IF.

       STORE-CORR-ADDRESS SECTION.
           MOVE WS-WORK-PERSON-ID TO CA-PERSON-ID.
           MOVE WS-WORK-REASON TO CA-REASON.
           MOVE WS-WORK-CARE-OF TO CA-CARE-OF.
           MOVE WS-WORK-STREET TO CA-STREET.
           MOVE WS-WORK-HOUSENUMBER TO CA-HOUSENUMBER.
           MOVE WS-WORK-ZIP-CODE TO CA-ZIP-CODE.
           MOVE WS-WORK-CITY TO CA-CITY.
           MOVE WS-WORK-COUNTRY TO CA-COUNTRY.
           MOVE WS-WORK-FROM TO CA-VALID-FROM.
           MOVE WS-WORK-TO TO CA-VALID-UNTIL.
           MOVE "N" TO CA-EXPIRY-SWITCH.
           MOVE WS-SIGNON-ID TO CA-OPERATOR-ID.
           MOVE WS-TODAY TO CA-CHANGE-DATE.
           IF CORR-FOUND
               REWRITE CORR-ADDRESS-RECORD
                   INVALID KEY
                       DISPLAY "Correspondence address could not be "
                           "rewritten - status " WS-CORR-ADDRESS-STATUS
                   NOT INVALID KEY
                       DISPLAY "Correspondence address replaced."
               END-REWRITE
           ELSE
               WRITE CORR-ADDRESS-RECORD
                   INVALID KEY
                       DISPLAY "Correspondence address could not be "
                           "written - status " WS-CORR-ADDRESS-STATUS
                   NOT INVALID KEY
                       DISPLAY "Correspondence address recorded."
               END-WRITE
           END-IF.

       END-CORR-ADDRESS SECTION.
           PERFORM READ-WORK-CORR-ADDRESS.
           IF CORR-FOUND
               PERFORM SHOW-CORR-ADDRESS
               DISPLAY "Last day in use (CCYYMMDD, 0 = today): "
                   WITH NO ADVANCING
               ACCEPT WS-WORK-TO
               IF WS-WORK-TO = 0
                   MOVE WS-TODAY TO WS-WORK-TO
               END-IF
               CALL "DATE-CHECK" USING WS-WORK-TO
                   WS-DATE-FLAG WS-DATE-REASON
               EVALUATE TRUE
                   WHEN WS-DATE-BAD AND WS-DATE-REASON NOT = "FU"
                       DISPLAY "Invalid date (" WS-DATE-REASON
                           ") - entry refused."
                   WHEN WS-WORK-TO < CA-VALID-FROM
                       DISPLAY "Date is before the address took "
                           "effect - use D if it was entered in error."
                   WHEN OTHER
                       MOVE WS-WORK-TO TO CA-VALID-UNTIL
                       SET CA-EXPIRY-REPORTED TO TRUE
                       MOVE WS-SIGNON-ID TO CA-OPERATOR-ID
                       MOVE WS-TODAY TO CA-CHANGE-DATE
                       REWRITE CORR-ADDRESS-RECORD
                           INVALID KEY
                               DISPLAY "Correspondence address could "
                                   "not be rewritten - status "
                                   WS-CORR-ADDRESS-STATUS
                           NOT INVALID KEY
                               DISPLAY "Correspondence address ended "
                                   "- mail reverts to the residence "
                                   "address after " CA-VALID-UNTIL "."
                       END-REWRITE
               END-EVALUATE
           END-IF.

       DELETE-CORR-ADDRESS SECTION.
           PERFORM READ-WORK-CORR-ADDRESS.
           IF CORR-FOUND
               PERFORM SHOW-CORR-ADDRESS
               DISPLAY "Delete this correspondence address (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF CONFIRM-YES
                   DELETE CorrAddressFile
                       INVALID KEY
                           DISPLAY "Correspondence address could not "
                               "be deleted - status "
                               WS-CORR-ADDRESS-STATUS
                       NOT INVALID KEY
                           DISPLAY "Correspondence address deleted."
                   END-DELETE
               ELSE
                   DISPLAY "Delete cancelled."
               END-IF
           END-IF.

       INQUIRE-CORR-ADDRESS SECTION.
           PERFORM READ-WORK-CORR-ADDRESS.
           IF CORR-FOUND
               PERFORM SHOW-CORR-ADDRESS
           END-IF.

       SHOW-CORR-ADDRESS SECTION.
           EVALUATE TRUE
               WHEN CA-CARE-HOME MOVE "care home" TO WS-REASON-TEXT
               WHEN CA-PO-BOX MOVE "P.O. box" TO WS-REASON-TEXT
               WHEN CA-ABROAD MOVE "abroad" TO WS-REASON-TEXT
               WHEN OTHER MOVE "other" TO WS-REASON-TEXT
           END-EVALUATE.
           DISPLAY "  reason " CA-REASON " (" WS-REASON-TEXT ")".
           IF CA-CARE-OF NOT = SPACES
               DISPLAY "  c/o " CA-CARE-OF
           END-IF.
           DISPLAY "  " CA-STREET " " CA-HOUSENUMBER.
           DISPLAY "  " CA-ZIP-CODE " " CA-CITY.
           IF CA-COUNTRY NOT = SPACES
               DISPLAY "  " CA-COUNTRY
           END-IF.
           IF CA-OPEN-ENDED
               DISPLAY "  valid from " CA-VALID-FROM ", open-ended"
           ELSE
               DISPLAY "  valid from " CA-VALID-FROM " until "
                   CA-VALID-UNTIL
           END-IF.
           EVALUATE TRUE
               WHEN CA-VALID-FROM > WS-TODAY
                   DISPLAY "  not yet in use"
               WHEN NOT CA-OPEN-ENDED AND CA-VALID-UNTIL < WS-TODAY
                   DISPLAY "  expired - mail goes to the residence "
                       "address"
               WHEN OTHER
                   DISPLAY "  in use for mailings"
           END-EVALUATE.
           DISPLAY "  last changed " CA-CHANGE-DATE " by "
               CA-OPERATOR-ID.

       REPORT-EXPIRED-ADDRESSES SECTION.
           MOVE 0 TO WS-EXPIRED-COUNT.
           MOVE "N" TO LIST-EOF-SWITCH.
           OPEN EXTEND CorrExpiryFeedFile.
           IF WS-CORR-FEED-STATUS = "35"
               CLOSE CorrExpiryFeedFile
               OPEN OUTPUT CorrExpiryFeedFile
           END-IF.
           MOVE 0 TO CA-PERSON-ID.
           START CorrAddressFile KEY IS NOT LESS THAN CA-PERSON-ID
               INVALID KEY SET LIST-EOF TO TRUE
           END-START.
           PERFORM UNTIL LIST-EOF
               READ CorrAddressFile NEXT RECORD
                   AT END SET LIST-EOF TO TRUE
               END-READ
               IF NOT LIST-EOF
                   AND NOT CA-OPEN-ENDED
                   AND CA-VALID-UNTIL < WS-TODAY
                   AND NOT CA-EXPIRY-REPORTED
                   PERFORM REPORT-ONE-EXPIRY
               END-IF
           END-PERFORM.
           CLOSE CorrExpiryFeedFile.
           DISPLAY "Expired correspondence addresses reported: "
               WS-EXPIRED-COUNT.

       REPORT-ONE-EXPIRY SECTION.
           MOVE CA-PERSON-ID TO CF-PERSON-ID.
           MOVE CA-REASON TO CF-REASON.
           MOVE CA-VALID-UNTIL TO CF-VALID-UNTIL.
           WRITE CORR-EXPIRY-FEED-RECORD.
           SET CA-EXPIRY-REPORTED TO TRUE.
           REWRITE CORR-ADDRESS-RECORD
               INVALID KEY
                   DISPLAY "Correspondence address " CA-PERSON-ID
                       " could not be rewritten - status "
                       WS-CORR-ADDRESS-STATUS
           END-REWRITE.
           ADD 1 TO WS-EXPIRED-COUNT.

       COPY "CHECK-DIGIT-PROMPT".

       COPY "SIGN-ON".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-CORRADDR TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-CORRADDR
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
           END-IF.

       COPY "ENV-SECTIONS".

       END PROGRAM CORR-ADDRESS-MAINT.
