       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIL-RETURNS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       SELECT RecordFile
          ASSIGN TO DYNAMIC WS-ENV-RECORDFILE
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PERSON-ID
          ALTERNATE RECORD KEY IS SURNAME WITH DUPLICATES
          FILE STATUS IS WS-FILE-STATUS.
       SELECT MailReturnFile
          ASSIGN TO "mailreturns.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-MAIL-RETURN-STATUS.
       SELECT MailReturnFeedFile
          ASSIGN TO "mailreturnfeed.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RETURN-FEED-STATUS.
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

       FD AddressDoubtFile.
       COPY "ADDRESS-DOUBT".

       FD CorrAddressFile.
       COPY "CORR-ADDRESS".

       FD RecordFile.
       COPY "PersonData".

       FD MailReturnFile.
       COPY "MAIL-RETURN".

       FD MailReturnFeedFile.
       01 RETURN-FEED-LINE PIC X(65).

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       WORKING-STORAGE SECTION.
       COPY "MAIL-REFERENCE-WS".
       COPY "CORR-ADDRESS-WS".
       COPY "CHECK-DIGIT-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-FILE-STATUS PIC X(2).
       01 WS-MAIL-RETURN-STATUS PIC X(2).
       01 WS-RETURN-FEED-STATUS PIC X(2).
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
           88 CH-RECORD VALUE "R" "r".
           88 CH-CLEAR VALUE "C" "c".
           88 CH-INQUIRE VALUE "I" "i".
           88 CH-QUIT VALUE "Q" "q".
       01 WS-CONFIRM PIC X.
           88 CONFIRM-YES VALUE "Y" "y".
       01 WS-PERSON-OK-SWITCH PIC X VALUE "N".
           88 PERSON-OK VALUE "Y".
       01 WS-REFERENCE-OK-SWITCH PIC X VALUE "N".
           88 REFERENCE-OK VALUE "Y".
       01 WS-DOUBT-FOUND-SWITCH PIC X VALUE "N".
           88 DOUBT-FOUND VALUE "Y".
       01 WS-SAME-ADDRESS-SWITCH PIC X VALUE "N".
           88 DOUBT-SAME-ADDRESS VALUE "Y".
       01 WS-WORK-REFERENCE PIC X(12).
       01 WS-WORK-PERSON-ID PIC 9(6).
       01 WS-WORK-REASON PIC X.
       01 WS-TODAY PIC 9(8).
       01 WS-SESSION-COUNT PIC 9(4) VALUE 0.
       01 WS-SESSION-DOUBT-COUNT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "UNDELIVERABLE MAIL RETURNS INTAKE".
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN I-O AddressDoubtFile.
           IF WS-ADDRESS-DOUBT-STATUS = "35"
               OPEN OUTPUT AddressDoubtFile
               CLOSE AddressDoubtFile
               OPEN I-O AddressDoubtFile
           END-IF.
           IF WS-ADDRESS-DOUBT-STATUS NOT = "00"
               DISPLAY "Address doubt register not available - status "
                   WS-ADDRESS-DOUBT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Person master not available - status "
                   WS-FILE-STATUS
               CLOSE AddressDoubtFile
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-CORR-ADDRESS-REGISTER.
           PERFORM UNTIL WS-QUIT
               PERFORM DISPLAY-RETURNS-MENU
               ACCEPT WS-CHOICE
               PERFORM DISPATCH-RETURNS-CHOICE
           END-PERFORM.
           CLOSE RecordFile.
           CLOSE AddressDoubtFile.
           IF CORR-ADDRESS-OPEN
               CLOSE CorrAddressFile
           END-IF.
           DISPLAY "Returns recorded this session: " WS-SESSION-COUNT
               " addresses marked doubtful: " WS-SESSION-DOUBT-COUNT.
           GOBACK.

       DISPLAY-RETURNS-MENU SECTION.
           DISPLAY " ".
           DISPLAY "RETURNED MAIL".
           DISPLAY "R  Record returned letters (key or scan reference)".
           DISPLAY "C  Clear address doubt (address confirmed)".
           DISPLAY "I  Inquire address doubt of a person".
           DISPLAY "Q  Quit".
           DISPLAY "Choice: " WITH NO ADVANCING.

       DISPATCH-RETURNS-CHOICE SECTION.
           EVALUATE TRUE
               WHEN CH-RECORD
                   IF OPERATOR-CAN-UPDATE
                       PERFORM RECORD-RETURNS
                   ELSE
                       DISPLAY "Recording returns requires update "
                           "authority."
                   END-IF
               WHEN CH-CLEAR
                   IF OPERATOR-CAN-UPDATE
                       PERFORM CLEAR-ADDRESS-DOUBT
                   ELSE
                       DISPLAY "Clearing address doubts requires "
                           "update authority."
                   END-IF
               WHEN CH-INQUIRE PERFORM INQUIRE-ADDRESS-DOUBT
               WHEN CH-QUIT SET WS-QUIT TO TRUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

       RECORD-RETURNS SECTION.
           MOVE "X" TO WS-WORK-REFERENCE.
           PERFORM UNTIL WS-WORK-REFERENCE = SPACES
               DISPLAY "Returned reference (blank to end): "
                   WITH NO ADVANCING
               ACCEPT WS-WORK-REFERENCE
               IF WS-WORK-REFERENCE NOT = SPACES
                   PERFORM RECORD-ONE-RETURN
               END-IF
           END-PERFORM.

       RECORD-ONE-RETURN SECTION.
           PERFORM CHECK-RETURNED-REFERENCE.
           IF REFERENCE-OK
               PERFORM READ-ADDRESS-DOUBT
               IF DOUBT-FOUND AND AD-DOUBTFUL AND DOUBT-SAME-ADDRESS
                   AND AD-LAST-RETURN-DATE = WS-TODAY
                   AND AD-LETTER-TYPE = WS-MR-TYPE
                   DISPLAY "This return was already recorded today "
                       "- ignored."
               ELSE
                   PERFORM ACCEPT-RETURN-DETAILS
               END-IF
           END-IF.

       CHECK-RETURNED-REFERENCE SECTION.
           MOVE "N" TO WS-REFERENCE-OK-SWITCH.
           INSPECT WS-WORK-REFERENCE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-WORK-REFERENCE TO WS-MAIL-REFERENCE.
           PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                   UNTIL WS-MR-IDX > 8
                   OR WS-MR-TYPE-CODE(WS-MR-IDX) = WS-MR-TYPE
               CONTINUE
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-MR-IDX > 8
                   DISPLAY "Unknown letter type " WS-MR-TYPE
                       " - reference refused."
               WHEN WS-MR-DASH NOT = "-"
                   OR WS-MAIL-REFERENCE(6:6) IS NOT NUMERIC
                   DISPLAY "Reference " WS-WORK-REFERENCE
                       " is not in the form TYPE-nnnnnnc - refused."
               WHEN OTHER
                   MOVE "V" TO WS-MR-MODE
                   CALL "CHECK-DIGIT" USING WS-MR-PERSON-ID
                       WS-MR-CHECK-DIGIT WS-MR-MODE WS-MR-RESULT
                   IF NOT MR-CHECK-OK
                       DISPLAY "Check digit does not match - "
                           "reference " WS-WORK-REFERENCE
                           " refused."
                   ELSE
                       PERFORM READ-RETURNED-PERSON
                   END-IF
           END-EVALUATE.

       READ-RETURNED-PERSON SECTION.
           MOVE WS-MR-PERSON-ID TO PERSON-ID.
           READ RecordFile
               INVALID KEY
                   DISPLAY "PERSON-ID " WS-MR-PERSON-ID
                       " not on file - reference refused."
               NOT INVALID KEY
                   SET REFERENCE-OK TO TRUE
                   DISPLAY "  " WS-MR-TYPE-NAME(WS-MR-IDX) " to "
                       FIRSTNAME " " SURNAME
                   DISPLAY "  address on file: " STREET " "
                       HOUSENUMBER " " ZIP-CODE " " CITY
                   PERFORM SET-PERSON-MAIL-ADDRESS
                   IF MAIL-TO-CORR-ADDRESS
                       DISPLAY "  mail goes to correspondence "
                           "address: " WS-MAIL-STREET " "
                           WS-MAIL-HOUSENUMBER " " WS-MAIL-ZIP-CODE
                           " " WS-MAIL-CITY
                   END-IF
                   IF NOT STATUS-ACTIVE AND PERSON-STATUS NOT = SPACE
                       DISPLAY "  person status is " PERSON-STATUS
                           " - no longer active."
                   END-IF
           END-READ.

       READ-ADDRESS-DOUBT SECTION.
           MOVE "N" TO WS-DOUBT-FOUND-SWITCH.
           MOVE "N" TO WS-SAME-ADDRESS-SWITCH.
           PERFORM SET-PERSON-MAIL-ADDRESS.
           MOVE PERSON-ID TO AD-PERSON-ID.
           READ AddressDoubtFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET DOUBT-FOUND TO TRUE
                   IF AD-STREET = WS-MAIL-STREET
                       AND AD-HOUSENUMBER = WS-MAIL-HOUSENUMBER
                       AND AD-ZIP-CODE = WS-MAIL-ZIP-CODE
                       SET DOUBT-SAME-ADDRESS TO TRUE
                   END-IF
           END-READ.

       SET-PERSON-MAIL-ADDRESS SECTION.
           MOVE SPACES TO WS-MAIL-ADDRESS.
           MOVE STREET TO WS-MAIL-STREET.
           MOVE HOUSENUMBER TO WS-MAIL-HOUSENUMBER.
           MOVE ZIP-CODE TO WS-MAIL-ZIP-CODE.
           MOVE CITY TO WS-MAIL-CITY.
           MOVE PERSON-ID TO WS-CA-PERSON-ID.
           PERFORM RESOLVE-MAIL-ADDRESS.

       ACCEPT-RETURN-DETAILS SECTION.
           DISPLAY "Return reason (U=addressee unknown, M=moved, "
               "R=refused, O=other): " WITH NO ADVANCING.
           ACCEPT WS-WORK-REASON.
           INSPECT WS-WORK-REASON CONVERTING "umro" TO "UMRO".
           MOVE WS-WORK-REASON TO RT-REASON.
           IF NOT RT-REASON-VALID
               DISPLAY "Unknown return reason " WS-WORK-REASON
                   " - return not recorded."
           ELSE
               DISPLAY "Was the letter addressed to the address on "
                   "file (Y/N)? " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               PERFORM WRITE-MAIL-RETURN
               IF CONFIRM-YES
                   PERFORM MARK-ADDRESS-DOUBTFUL
               ELSE
                   DISPLAY "Return logged - address on file has "
                       "changed since, no mail stop set."
               END-IF
           END-IF.

       WRITE-MAIL-RETURN SECTION.
           MOVE WS-TODAY TO RT-RETURN-DATE.
           MOVE WS-MAIL-REFERENCE TO RT-REFERENCE.
           MOVE WS-MR-TYPE TO RT-LETTER-TYPE.
           MOVE PERSON-ID TO RT-PERSON-ID.
           MOVE WS-MAIL-STREET TO RT-STREET.
           MOVE WS-MAIL-HOUSENUMBER TO RT-HOUSENUMBER.
           MOVE WS-MAIL-ZIP-CODE TO RT-ZIP-CODE.
           MOVE WS-SIGNON-ID TO RT-OPERATOR-ID.
           OPEN EXTEND MailReturnFile.
           IF WS-MAIL-RETURN-STATUS = "35"
               CLOSE MailReturnFile
               OPEN OUTPUT MailReturnFile
           END-IF.
           WRITE MAIL-RETURN-RECORD.
           CLOSE MailReturnFile.
           OPEN EXTEND MailReturnFeedFile.
           IF WS-RETURN-FEED-STATUS = "35"
               CLOSE MailReturnFeedFile
               OPEN OUTPUT MailReturnFeedFile
           END-IF.
           WRITE RETURN-FEED-LINE FROM MAIL-RETURN-RECORD.
           CLOSE MailReturnFeedFile.
           ADD 1 TO WS-SESSION-COUNT.

       MARK-ADDRESS-DOUBTFUL SECTION.
           IF DOUBT-FOUND
               IF AD-DOUBTFUL AND DOUBT-SAME-ADDRESS
                   ADD 1 TO AD-RETURN-COUNT
               ELSE
                   PERFORM SET-NEW-DOUBT
               END-IF
               MOVE WS-TODAY TO AD-LAST-RETURN-DATE
               MOVE WS-MR-TYPE TO AD-LETTER-TYPE
               MOVE WS-SIGNON-ID TO AD-OPERATOR-ID
               MOVE WS-TODAY TO AD-CHANGE-DATE
               REWRITE ADDRESS-DOUBT-RECORD
                   INVALID KEY
                       DISPLAY "Address doubt could not be rewritten "
                           "- status " WS-ADDRESS-DOUBT-STATUS
                   NOT INVALID KEY
                       PERFORM REPORT-DOUBT-SET
               END-REWRITE
           ELSE
               MOVE PERSON-ID TO AD-PERSON-ID
               PERFORM SET-NEW-DOUBT
               MOVE WS-TODAY TO AD-LAST-RETURN-DATE
               MOVE WS-MR-TYPE TO AD-LETTER-TYPE
               MOVE WS-SIGNON-ID TO AD-OPERATOR-ID
               MOVE WS-TODAY TO AD-CHANGE-DATE
               WRITE ADDRESS-DOUBT-RECORD
                   INVALID KEY
                       DISPLAY "Address doubt could not be written "
                           "- status " WS-ADDRESS-DOUBT-STATUS
                   NOT INVALID KEY
                       PERFORM REPORT-DOUBT-SET
               END-WRITE
           END-IF.

       SET-NEW-DOUBT SECTION.
           SET AD-DOUBTFUL TO TRUE.
           MOVE WS-MAIL-STREET TO AD-STREET.
           MOVE WS-MAIL-HOUSENUMBER TO AD-HOUSENUMBER.
           MOVE WS-MAIL-ZIP-CODE TO AD-ZIP-CODE.
           MOVE WS-TODAY TO AD-FIRST-RETURN-DATE.
           MOVE 1 TO AD-RETURN-COUNT.

       REPORT-DOUBT-SET SECTION.
           ADD 1 TO WS-SESSION-DOUBT-COUNT.
           DISPLAY "Address marked doubtful - mailings to this "
               "address stopped (" AD-RETURN-COUNT " return(s)).".

       CLEAR-ADDRESS-DOUBT SECTION.
           PERFORM ACCEPT-PERSON-ID.
           IF PERSON-OK
               PERFORM READ-ADDRESS-DOUBT
               IF NOT DOUBT-FOUND OR NOT AD-DOUBTFUL
                   DISPLAY "No address doubt in force for PERSON-ID "
                       WS-WORK-PERSON-ID "."
               ELSE
                   PERFORM SHOW-ADDRESS-DOUBT
                   DISPLAY "Address confirmed - clear the doubt and "
                       "resume mailings (Y/N)? " WITH NO ADVANCING
                   ACCEPT WS-CONFIRM
                   IF CONFIRM-YES
                       SET AD-CLEARED TO TRUE
                       MOVE WS-SIGNON-ID TO AD-OPERATOR-ID
                       MOVE WS-TODAY TO AD-CHANGE-DATE
                       REWRITE ADDRESS-DOUBT-RECORD
                           INVALID KEY
                               DISPLAY "Address doubt could not be "
                                   "rewritten - status "
                                   WS-ADDRESS-DOUBT-STATUS
                           NOT INVALID KEY
                               DISPLAY "Address doubt cleared."
                       END-REWRITE
                   ELSE
                       DISPLAY "Clear cancelled."
                   END-IF
               END-IF
           END-IF.

       INQUIRE-ADDRESS-DOUBT SECTION.
           PERFORM ACCEPT-PERSON-ID.
           IF PERSON-OK
               PERFORM READ-ADDRESS-DOUBT
               IF NOT DOUBT-FOUND
                   DISPLAY "No returned mail on file for PERSON-ID "
                       WS-WORK-PERSON-ID "."
               ELSE
                   PERFORM SHOW-ADDRESS-DOUBT
               END-IF
           END-IF.

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
               END-READ
           END-IF.

       SHOW-ADDRESS-DOUBT SECTION.
           IF AD-DOUBTFUL
               DISPLAY "  address DOUBTFUL: " AD-STREET " "
                   AD-HOUSENUMBER " " AD-ZIP-CODE
           ELSE
               DISPLAY "  address doubt cleared: " AD-STREET " "
                   AD-HOUSENUMBER " " AD-ZIP-CODE
           END-IF.
           DISPLAY "  returns: " AD-RETURN-COUNT " first "
               AD-FIRST-RETURN-DATE " last " AD-LAST-RETURN-DATE
               " (" AD-LETTER-TYPE ")".
           IF AD-DOUBTFUL AND NOT DOUBT-SAME-ADDRESS
               DISPLAY "  address on file has changed since - "
                   "mailings to the new address go out."
           END-IF.
           DISPLAY "  last changed " AD-CHANGE-DATE " by "
               AD-OPERATOR-ID.

       COPY "CHECK-DIGIT-PROMPT".

       COPY "CORR-ADDRESS-LOOKUP".

       COPY "SIGN-ON".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-ADDRDOUBT TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-ADDRDOUBT
               MOVE WS-ENV-CORRADDR TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-CORRADDR
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
           END-IF.

       COPY "ENV-SECTIONS".

       END PROGRAM MAIL-RETURNS.
