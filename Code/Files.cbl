          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-POSTAL-DIR-STATUS.

       SELECT ReligionCodeFile
          ASSIGN TO "religioncodes.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RELIGION-CODE-STATUS.

       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-APPROVAL-QUEUE-STATUS.

       SELECT LandlordConfirmFile
          ASSIGN TO "landlordconfirm.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-LANDLORD-CONFIRM-STATUS.

       SELECT ArchiveFile
          ASSIGN TO DYNAMIC WS-ENV-ARCHIVE
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ARCHIVE-STATUS.
       SELECT PersonNoteFile
          ASSIGN TO "personnotes.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-PERSON-NOTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AccessLogFile.
       FD PostalDirFile.
       COPY "POSTAL-DIRECTORY".

       FD ReligionCodeFile.
       COPY "RELIGION-CODE".

       FD EnvProfileFile.
       COPY "ENV-PROFILE".

       FD ResidenceHistoryFile.
       COPY "RESIDENCE-HISTORY".

       FD LandlordConfirmFile.
       COPY "LANDLORD-CONFIRM".

       FD RecordLockFile.
       COPY "RECORD-LOCK".

       FD ApprovalQueueFile.
       COPY "APPROVAL-QUEUE".

       FD PersonNoteFile.
       COPY "PERSON-NOTE".

       FD ArchiveFile.
       01 ARCHIVE-RECORD.
           05 ARCHIVE-PERSON-IMAGE.
               10 ARCHIVE-ID PIC 9(6).
               10 FILLER PIC X(21).
               10 ARCHIVE-SURNAME PIC X(10).
               10 FILLER PIC X(171).
           05 ARCHIVE-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY "LAYOUT-VERSION".
       COPY "JOURNAL-CHAIN-WS".
       COPY "APPROVAL-WS".
       COPY "RESIDENCE-WS".
       COPY "LANDLORD-WS".
       COPY "POSTAL-WS".
       COPY "RELIGION-WS".
       COPY "EDIT-WS".
       COPY "CHECK-DIGIT-WS".
       COPY "PERSON-NOTE-WS".
       COPY "FIELD-MASK-WS".
       COPY "MUNI-SCOPE-WS".
       COPY "PERSON-SCREEN-WS".
       01 WS-ASOF-CARD-STATUS PIC X(2).
       01 WS-ASOF-DATE PIC 9(8) VALUE 0.
       01 WS-ACCESS-LOG-STATUS PIC X(2).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-JOURNAL PIC X(40) VALUE "changejournal.txt".
       01 WS-ENV-ARCHIVE PIC X(40) VALUE "archiveFile.txt".
       01 WS-ENV-NAMEHIST PIC X(40) VALUE "namehistory.txt".
       01 WS-ENV-NEXTID PIC X(40) VALUE "nextid.txt".
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-LOOKUP-SURNAME PIC X(10).
       01 WS-NAME-MATCH-COUNT PIC 9(3) VALUE 0.
       01 WS-NAME-HISTORY-STATUS PIC X(2).
       01 WS-ARCHIVE-STATUS PIC X(2).
       01 ARCHIVE-EOF-SWITCH PIC X VALUE "N".
           88 ARCHIVE-EOF VALUE "Y".
       01 WS-ARCHIVE-FOUND-SWITCH PIC X VALUE "N".
           88 ARCHIVE-FOUND VALUE "Y".
       01 WS-ARCHIVE-MATCH-SWITCH PIC X VALUE "N".
           88 ARCHIVE-MATCHED VALUE "Y".
       01 WS-ARCHIVED-ON PIC 9(8).
       01 WS-ARCHIVED-ON-TEXT PIC X(12).
       01 WS-ARCHIVE-HOLD PIC X(208).
       01 WS-ARCHIVE-FORMER-NAME PIC X(10).
       01 WS-FORMER-TABLE.
           05 WS-FORMER-ENTRY OCCURS 20 TIMES.
               10 WS-FORMER-PERSON-ID PIC 9(6).
               10 WS-FORMER-SURNAME PIC X(10).
       01 WS-FORMER-COUNT PIC 9(2) VALUE 0.
       01 WS-FORMER-IDX PIC 9(2).
       01 WS-OLD-SURNAME PIC X(10).
       01 WS-OLD-STATUS PIC X.
       01 WS-OLD-MUNICIPALITY PIC X(4).
       01 HISTORY-EOF-SWITCH PIC X VALUE "N".
           88 HISTORY-EOF VALUE "Y".
       01 WS-HIST-MATCH-SWITCH PIC X VALUE "N".
       01 WS-PAGE-LINE-COUNT PIC 9(2) VALUE 0.
       01 WS-NEXT-PAGE-ID PIC 9(6) VALUE 0.
       01 WS-SCAN-IDX PIC 9(2).
       COPY "PHONETIC-WS".
       COPY "TRAILER-KEY".
       01 WS-RECORD-COUNT PIC 9(6) VALUE 0.
       01 WS-EXPECTED-COUNT PIC 9(6) VALUE 0.
       01 WS-DUP-PERMIT-EXPIRY PIC 9(8).
       01 WS-DUP-PROTECTION PIC X.
       01 WS-DUP-EMERGENCY PIC X(76).
       01 WS-DUP-RELIGION PIC X(2).
       01 WS-DUP-RELIGION-DATE PIC 9(8).
       01 WS-DUP-LANGUAGE PIC X(2).
       01 WS-RELIGION-EFFECTIVE PIC 9(8).
       01 WS-LANGUAGE-CODE PIC X(2).
           88 LANGUAGE-CODE-VALID VALUE "DE" "EN" "TR" SPACES.
       01 WS-WRITE-RESULT PIC X VALUE "N".
           88 WRITE-SUCCEEDED VALUE "Y".
       01 WS-REJECT-REASON PIC X(2).
           88 FN-BROWSE VALUE "B" "b".
           88 FN-PROTECT VALUE "P" "p".
           88 FN-EMERGENCY VALUE "E" "e".
           88 FN-RELIGION VALUE "A" "a".
           88 FN-LANGUAGE VALUE "C" "c".
           88 FN-CASE-NOTE VALUE "M" "m".
           88 FN-UNMASKED VALUE "V" "v".

       SCREEN SECTION.
       01 PERSON-ADD-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 2 VALUE "PERSON MAINTENANCE".
           05 LINE 1 COLUMN 22 PIC X(20) FROM PE-TITLE.
           05 LINE 1 COLUMN 60 PIC X(8) FROM WS-SIGNON-ID.
           05 LINE 3 COLUMN 2 VALUE "PERSON-ID (0 = assign)".
           05 LINE 3 COLUMN 32 PIC 9(6) USING PERSON-ID.
           05 LINE 3 COLUMN 48 PIC X(2) FROM PE-ID-MARK HIGHLIGHT.
           05 LINE 4 COLUMN 2 VALUE "Check digit (manual ID)".
           05 LINE 4 COLUMN 32 PIC X USING WS-CHECK-DIGIT.
           05 LINE 4 COLUMN 52 VALUE "Manual ID confirmed (Y/N)".
           05 LINE 4 COLUMN 78 PIC X USING WS-ID-CONFIRM.
           COPY "PERSON-SCREEN".
           05 LINE 21 COLUMN 2 PIC X(76) FROM PE-MESSAGE HIGHLIGHT.
           05 LINE 22 COLUMN 2 VALUE
               "Fields marked ** need correction.".
           05 LINE 23 COLUMN 2 VALUE "Action (S=submit, C=cancel)".
           05 LINE 23 COLUMN 32 PIC X USING PE-ACTION.
       01 PERSON-UPDATE-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 2 VALUE "PERSON MAINTENANCE".
           05 LINE 1 COLUMN 22 PIC X(20) FROM PE-TITLE.
           05 LINE 1 COLUMN 60 PIC X(8) FROM WS-SIGNON-ID.
           05 LINE 3 COLUMN 2 VALUE "PERSON-ID".
           05 LINE 3 COLUMN 32 PIC 9(6) FROM PERSON-ID.
           05 LINE 3 COLUMN 52 VALUE "Age".
           05 LINE 3 COLUMN 58 PIC ZZ9 FROM AGE.
           COPY "PERSON-SCREEN".
           05 LINE 17 COLUMN 2 VALUE "Status (A/I/X/P)".
           05 LINE 17 COLUMN 32 PIC X USING PERSON-STATUS.
           05 LINE 17 COLUMN 48 PIC X(2) FROM PE-STATUS-MARK
               HIGHLIGHT.
           05 LINE 17 COLUMN 52 VALUE "Municipality".
           05 LINE 17 COLUMN 66 PIC X(4) USING MUNICIPALITY-CODE.
           05 LINE 17 COLUMN 72 PIC X(2) FROM PE-MUNICIPALITY-MARK
               HIGHLIGHT.
           05 LINE 18 COLUMN 2 VALUE "Moved in on (0 = today)".
           05 LINE 18 COLUMN 32 PIC 9(8) USING WS-RH-EFFECTIVE-DATE.
           05 LINE 18 COLUMN 48 PIC X(2) FROM PE-MOVE-IN-MARK
               HIGHLIGHT.
           05 LINE 18 COLUMN 52 VALUE "(only on change of address)".
           05 LINE 19 COLUMN 2 VALUE "Landlord name".
           05 LINE 19 COLUMN 32 PIC X(30) USING WS-LC-LANDLORD-NAME.
           05 LINE 20 COLUMN 2 VALUE "Landlord address".
           05 LINE 20 COLUMN 32 PIC X(15)
               USING WS-LC-LANDLORD-STREET.
           05 LINE 20 COLUMN 48 PIC X(5)
               USING WS-LC-LANDLORD-HOUSENUMBER.
           05 LINE 20 COLUMN 54 PIC X(6)
               USING WS-LC-LANDLORD-ZIP-CODE.
           05 LINE 20 COLUMN 61 PIC X(15)
               USING WS-LC-LANDLORD-CITY.
           05 LINE 21 COLUMN 2 PIC X(76) FROM PE-MESSAGE HIGHLIGHT.
           05 LINE 22 COLUMN 2 VALUE
               "Fields marked ** need correction.".
           05 LINE 23 COLUMN 2 VALUE "Action (S=submit, C=cancel)".
           05 LINE 23 COLUMN 32 PIC X USING PE-ACTION.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-ASOF-CARD.
            PERFORM SIGN-ON-OPERATOR.
            IF OPERATOR-VALID
                PERFORM SET-FIELD-MASK
                PERFORM LOAD-OPERATOR-SCOPE
                MOVE "FILES" TO WS-MUNI-PROGRAM
                PERFORM READ-CONTROL-CARD
                IF NOT CONTROL-CARD-PRESENT
                    SET SCREEN-ENTRY TO TRUE
                    DISPLAY "Function (R=Read,W=Write,U=Update,"
                        "D=Delete,L=Lookup,N=Name lookup,"
                        "B=Browse,P=Protection flag,"
                        "E=Emergency contacts,"
                        "A=Religious affiliation,"
                        "C=Correspondence language,"
                        "M=Case note,"
                        "V=Unmasked view): "
                        WITH NO ADVANCING
                    ACCEPT WS-FUNCTION
                END-IF

       GUARDED-DISPATCH SECTION.
            IF FN-WRITE OR FN-UPDATE OR FN-DELETE
                OR FN-PROTECT OR FN-EMERGENCY OR FN-RELIGION
                OR FN-LANGUAGE
                MOVE WS-SIGNON-ID TO WS-LOCK-OPERATOR
                MOVE "FILES" TO WS-LOCK-PROGRAM
                PERFORM ACQUIRE-RECORD-LOCK
                    ELSE
                        PERFORM REFUSE-FUNCTION
                    END-IF
                WHEN FN-RELIGION
                    IF OPERATOR-CAN-UPDATE
                        PERFORM MAINTAIN-RELIGION
                    ELSE
                        PERFORM REFUSE-FUNCTION
                    END-IF
                WHEN FN-LANGUAGE
                    IF OPERATOR-CAN-UPDATE
                        PERFORM MAINTAIN-LANGUAGE
                    ELSE
                        PERFORM REFUSE-FUNCTION
                    END-IF
                WHEN FN-CASE-NOTE
                    IF OPERATOR-CAN-UPDATE
                        PERFORM ADD-CASE-NOTE
                    ELSE
                        PERFORM REFUSE-FUNCTION
                    END-IF
                WHEN FN-UNMASKED
                    IF OPERATOR-IS-SUPERVISOR
                        PERFORM UNMASKED-LOOKUP
                    ELSE
                        PERFORM REFUSE-FUNCTION
                    END-IF
                WHEN FN-LOOKUP PERFORM LOOKUP-PERSON
                WHEN FN-NAME-LOOKUP PERFORM LOOKUP-BY-SURNAME
                WHEN FN-BROWSE PERFORM BROWSE-FILE

       COPY "TRAILER-COUNT".

       COPY "PERSON-NOTE-SHOW".

       COPY "FIELD-MASK".

       COPY "MUNI-SCOPE".

       COPY "MUNI-SCOPE-LOG".

       COMPUTE-AGE SECTION.
           PERFORM GET-PROCESS-DATE.
           MOVE DATE-OF-BIRTH(1:4) TO WS-DOB-CCYY.
           IF NOT KEYED-ID-CHECK-OK
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM CHECK-LOOKUP-SCOPE
               IF MUNICIPALITY-IN-SCOPE
                   PERFORM UPDATE-CHECKED-FILE
               END-IF
           END-IF.

       UPDATE-CHECKED-FILE SECTION.
                       DISPLAY "Name: " SURNAME ", " FIRSTNAME
                       MOVE SURNAME TO WS-OLD-SURNAME
                       MOVE PERSON-STATUS TO WS-OLD-STATUS
                       MOVE MUNICIPALITY-CODE TO WS-OLD-MUNICIPALITY
                       MOVE STREET TO WS-OLD-STREET
                       MOVE HOUSENUMBER TO WS-OLD-HOUSENUMBER
                       MOVE ZIP-CODE TO WS-OLD-ZIP-CODE
                       MOVE CITY TO WS-OLD-CITY
                       MOVE PERSON TO CJ-BEFORE-IMAGE
                       IF SCREEN-ENTRY
                           PERFORM UPDATE-PERSON-SCREEN
                       ELSE
                           PERFORM UPDATE-PERSON-PROMPTS
                       END-IF
                       CALL "DATE-CHECK" USING DATE-OF-BIRTH
                           WS-DATE-FLAG WS-DATE-REASON
                       PERFORM CHECK-POSTAL-ADDRESS
                           WS-EDIT-OLD-STATUS WS-EDIT-FLAG
                           WS-EDIT-RULE-ID WS-EDIT-RULE-TEXT
                       EVALUATE TRUE
                           WHEN PE-CANCELLED
                               DISPLAY "Update cancelled - nothing "
                                   "written."
                           WHEN WS-DATE-BAD
                               DISPLAY "Invalid DATE-OF-BIRTH "
                                   DATE-OF-BIRTH " (" WS-DATE-REASON
               CLOSE RecordFile
           END-IF.

       UPDATE-PERSON-PROMPTS SECTION.
           DISPLAY "New DATE-OF-BIRTH FIRSTNAME SURNAME "
               "STREET HOUSENUMBER ZIP-CODE CITY "
               "SEX-CODE STATUS(A/I/X/P): ".
           ACCEPT DATE-OF-BIRTH.
           ACCEPT FIRSTNAME.
           ACCEPT SURNAME.
           ACCEPT STREET.
           ACCEPT HOUSENUMBER.
           ACCEPT ZIP-CODE.
           ACCEPT CITY.
           ACCEPT SEX-CODE.
           ACCEPT PERSON-STATUS.
           IF NOT (STATUS-ACTIVE OR STATUS-INACTIVE
               OR STATUS-DECEASED OR STATUS-PENDING-PURGE)
               OR WS-OLD-STATUS = "E" OR WS-OLD-STATUS = "T"
               MOVE WS-OLD-STATUS TO PERSON-STATUS
           END-IF.
           DISPLAY "NATIONALITY PERMIT-TYPE "
               "PERMIT-EXPIRY (CCYYMMDD, 0 = none): ".
           ACCEPT NATIONALITY-CODE.
           ACCEPT PERMIT-TYPE.
           ACCEPT PERMIT-EXPIRY-DATE.
           PERFORM CAPTURE-MOVE-IN-DATE.

       UPDATE-PERSON-SCREEN SECTION.
           MOVE "- UPDATE" TO PE-TITLE.
           MOVE 0 TO WS-RH-EFFECTIVE-DATE.
           MOVE "N" TO WS-LC-DUE-SWITCH.
           MOVE SPACES TO WS-LC-LANDLORD-NAME.
           MOVE SPACES TO WS-LC-LANDLORD-STREET.
           MOVE SPACES TO WS-LC-LANDLORD-HOUSENUMBER.
           MOVE SPACES TO WS-LC-LANDLORD-ZIP-CODE.
           MOVE SPACES TO WS-LC-LANDLORD-CITY.
           MOVE WS-OLD-STATUS TO WS-EDIT-OLD-STATUS.
           MOVE SPACES TO PE-MESSAGE.
           MOVE SPACES TO PE-MARKS.
           SET PE-PENDING TO TRUE.
           PERFORM UNTIL NOT PE-PENDING
               MOVE SPACE TO PE-ACTION
               DISPLAY PERSON-UPDATE-SCREEN
               ACCEPT PERSON-UPDATE-SCREEN
               IF PE-ACTION-CANCEL
                   SET PE-CANCELLED TO TRUE
               ELSE
                   PERFORM VALIDATE-PERSON-SCREEN
               END-IF
           END-PERFORM.
           IF PE-PASSED
               IF STREET = WS-OLD-STREET
                   AND HOUSENUMBER = WS-OLD-HOUSENUMBER
                   AND ZIP-CODE = WS-OLD-ZIP-CODE
                   AND CITY = WS-OLD-CITY
                   MOVE 0 TO WS-RH-EFFECTIVE-DATE
               ELSE
                   SET LANDLORD-CONFIRM-DUE TO TRUE
               END-IF
               IF WS-RH-EFFECTIVE-DATE = 0
                   ACCEPT WS-RH-EFFECTIVE-DATE FROM DATE YYYYMMDD
               END-IF
               MOVE WS-RH-EFFECTIVE-DATE TO WS-LC-MOVE-IN-DATE
           END-IF.

       VALIDATE-PERSON-SCREEN SECTION.
           MOVE SPACES TO PE-MARKS.
           MOVE SPACES TO PE-MESSAGE.
           MOVE 0 TO PE-ERROR-COUNT.
           IF FN-WRITE
               PERFORM VALIDATE-SCREEN-PERSON-ID
           END-IF.
           CALL "DATE-CHECK" USING DATE-OF-BIRTH
               WS-DATE-FLAG WS-DATE-REASON.
           IF WS-DATE-BAD
               MOVE "**" TO PE-DOB-MARK
               ADD 1 TO PE-ERROR-COUNT
               IF PE-MESSAGE = SPACES
                   STRING "Invalid date of birth (" DELIMITED BY SIZE
                       WS-DATE-REASON DELIMITED BY SIZE
                       ")." DELIMITED BY SIZE
                       INTO PE-MESSAGE
                   END-STRING
               END-IF
           END-IF.
           IF PERMIT-EXPIRY-DATE > 0
               CALL "DATE-CHECK" USING PERMIT-EXPIRY-DATE
                   WS-DATE-FLAG WS-DATE-REASON
               IF WS-DATE-BAD AND WS-DATE-REASON NOT = "FU"
                   MOVE "**" TO PE-PERMIT-MARK
                   ADD 1 TO PE-ERROR-COUNT
                   IF PE-MESSAGE = SPACES
                       MOVE "Invalid permit expiry date."
                           TO PE-MESSAGE
                   END-IF
               END-IF
           END-IF.
           IF FN-UPDATE
               EVALUATE TRUE
                   WHEN PERSON-STATUS = WS-OLD-STATUS
                       CONTINUE
                   WHEN WS-OLD-STATUS = "E" OR "T"
                       MOVE "**" TO PE-STATUS-MARK
                       ADD 1 TO PE-ERROR-COUNT
                       IF PE-MESSAGE = SPACES
                           MOVE "Status E or T is not changed here."
                               TO PE-MESSAGE
                       END-IF
                   WHEN NOT (STATUS-ACTIVE OR STATUS-INACTIVE
                       OR STATUS-DECEASED OR STATUS-PENDING-PURGE)
                       MOVE "**" TO PE-STATUS-MARK
                       ADD 1 TO PE-ERROR-COUNT
                       IF PE-MESSAGE = SPACES
                           MOVE "Status must be A, I, X or P."
                               TO PE-MESSAGE
                       END-IF
               END-EVALUATE
               INSPECT MUNICIPALITY-CODE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF MUNICIPALITY-CODE NOT = WS-OLD-MUNICIPALITY
                   MOVE MUNICIPALITY-CODE TO WS-MUNI-CHECK-CODE
                   PERFORM CHECK-MUNICIPALITY-SCOPE
                   IF NOT MUNICIPALITY-IN-SCOPE
                       MOVE "**" TO PE-MUNICIPALITY-MARK
                       ADD 1 TO PE-ERROR-COUNT
                       SET MUNICIPALITY-IN-SCOPE TO TRUE
                       IF PE-MESSAGE = SPACES
                           MOVE "Municipality outside your scope."
                               TO PE-MESSAGE
                       END-IF
                   END-IF
               END-IF
               IF WS-RH-EFFECTIVE-DATE > 0
                   CALL "DATE-CHECK" USING WS-RH-EFFECTIVE-DATE
                       WS-DATE-FLAG WS-DATE-REASON
                   IF WS-DATE-BAD
                       MOVE "**" TO PE-MOVE-IN-MARK
                       ADD 1 TO PE-ERROR-COUNT
                       IF PE-MESSAGE = SPACES
                           MOVE "Invalid move-in date."
                               TO PE-MESSAGE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM CHECK-POSTAL-ADDRESS.
           IF NOT ADDRESS-VALID
               MOVE "**" TO PE-ADDRESS-MARK
               ADD 1 TO PE-ERROR-COUNT
               IF PE-MESSAGE = SPACES
                   MOVE "Address not in the postal directory."
                       TO PE-MESSAGE
               END-IF
           END-IF.
           IF PE-ERROR-COUNT = 0
               CALL "EDIT-ENGINE" USING PERSON
                   WS-EDIT-OLD-STATUS WS-EDIT-FLAG
                   WS-EDIT-RULE-ID WS-EDIT-RULE-TEXT
               IF WS-EDIT-FAILED
                   ADD 1 TO PE-ERROR-COUNT
                   EVALUATE WS-EDIT-RULE-ID
                       WHEN "R001" MOVE "**" TO PE-STATUS-MARK
                       WHEN "R002" MOVE "**" TO PE-SEX-MARK
                       WHEN "R003" MOVE "**" TO PE-SURNAME-MARK
                       WHEN "R004" MOVE "**" TO PE-FIRSTNAME-MARK
                       WHEN "R005" MOVE "**" TO PE-DOB-MARK
                       WHEN "R006"
                           MOVE "**" TO PE-NATIONALITY-MARK
                       WHEN "R007" MOVE "**" TO PE-PERMIT-MARK
                       WHEN "R008"
                           MOVE "**" TO PE-MUNICIPALITY-MARK
                   END-EVALUATE
                   STRING "Edit rule " DELIMITED BY SIZE
                       WS-EDIT-RULE-ID DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       WS-EDIT-RULE-TEXT DELIMITED BY SIZE
                       INTO PE-MESSAGE
                   END-STRING
               END-IF
           END-IF.
           IF PE-ERROR-COUNT = 0
               SET PE-PASSED TO TRUE
           END-IF.

       VALIDATE-SCREEN-PERSON-ID SECTION.
           IF PERSON-ID > 0
               IF WS-CHECK-DIGIT NOT = SPACE
                   MOVE PERSON-ID TO WS-CHECK-ID
                   MOVE "V" TO WS-CHECK-MODE
                   CALL "CHECK-DIGIT" USING WS-CHECK-ID
                       WS-CHECK-DIGIT WS-CHECK-MODE WS-CHECK-RESULT
                   IF NOT KEYED-ID-CHECK-OK
                       MOVE "**" TO PE-ID-MARK
                       ADD 1 TO PE-ERROR-COUNT
                       MOVE "Check digit does not match PERSON-ID."
                           TO PE-MESSAGE
                   END-IF
               END-IF
               IF NOT MANUAL-ID-CONFIRMED AND PE-ID-MARK = SPACES
                   MOVE "**" TO PE-ID-MARK
                   ADD 1 TO PE-ERROR-COUNT
                   MOVE SPACES TO PE-MESSAGE
                   STRING "Manual ID entry is the exception - confirm "
                       DELIMITED BY SIZE
                       "with Y." DELIMITED BY SIZE
                       INTO PE-MESSAGE
                   END-STRING
               END-IF
           END-IF.

       REWRITE-UPDATED-PERSON SECTION.
           PERFORM COMPUTE-AGE.
           MOVE WS-SIGNON-ID TO OPERATOR-ID.
                       PERFORM LOG-NAME-HISTORY
                   END-IF
                   PERFORM LOG-RESIDENCE-CHANGE
                   IF LANDLORD-CONFIRM-DUE
                       PERFORM OPEN-LANDLORD-CONFIRMATION
                   END-IF
           END-REWRITE.

       DELETE-FILE SECTION.
           IF NOT KEYED-ID-CHECK-OK
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM CHECK-LOOKUP-SCOPE
               IF MUNICIPALITY-IN-SCOPE
                   PERFORM DELETE-CHECKED-FILE
               END-IF
           END-IF.

       DELETE-CHECKED-FILE SECTION.
           PERFORM WRITE-CHANGE-JOURNAL.

       CLEAR-EXTENSION-FIELDS SECTION.
           MOVE WS-MUNI-HOME-CODE TO MUNICIPALITY-CODE.
           MOVE SPACES TO NATIONALITY-CODE.
           MOVE SPACES TO PERMIT-TYPE.
           MOVE 0 TO PERMIT-EXPIRY-DATE.
           MOVE SPACES TO EMERGENCY-CONTACTS.
           MOVE 0 TO EC-PERSON-ID(1).
           MOVE 0 TO EC-PERSON-ID(2).
           MOVE SPACES TO RELIGION-CODE.
           MOVE 0 TO RELIGION-EFFECTIVE-DATE.
           MOVE SPACES TO PREFERRED-LANGUAGE.

       CAPTURE-MOVE-IN-DATE SECTION.
           MOVE 0 TO WS-RH-EFFECTIVE-DATE.
           MOVE "N" TO WS-LC-DUE-SWITCH.
           IF STREET = WS-OLD-STREET
               AND HOUSENUMBER = WS-OLD-HOUSENUMBER
               AND ZIP-CODE = WS-OLD-ZIP-CODE
                       MOVE 0 TO WS-RH-EFFECTIVE-DATE
                   END-IF
               END-IF
               SET LANDLORD-CONFIRM-DUE TO TRUE
               PERFORM CAPTURE-LANDLORD-DETAILS
           END-IF.
           IF WS-RH-EFFECTIVE-DATE = 0
               ACCEPT WS-RH-EFFECTIVE-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-RH-EFFECTIVE-DATE TO WS-LC-MOVE-IN-DATE.

       COPY "POSTAL-CHECK".

       COPY "RELIGION-CHECK".

       COPY "CHECK-DIGIT-PROMPT".

       COPY "RESIDENCE-LOG".

       COPY "LANDLORD-OPEN".

       MAINTAIN-EMERGENCY-CONTACTS SECTION.
           MOVE "Y" TO WS-CHECK-RESULT.
           IF NOT CONTROL-CARD-PRESENT
           IF NOT KEYED-ID-CHECK-OK
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM CHECK-LOOKUP-SCOPE
               IF MUNICIPALITY-IN-SCOPE
                   PERFORM MAINTAIN-CHECKED-CONTACTS
               END-IF
           END-IF.

       MAINTAIN-CHECKED-CONTACTS SECTION.
               ACCEPT EC-PHONE(WS-EC-IDX)
           END-IF.

       MAINTAIN-RELIGION SECTION.
           MOVE "Y" TO WS-CHECK-RESULT.
           IF NOT CONTROL-CARD-PRESENT
               DISPLAY "PERSON-ID for the religious affiliation: "
                   WITH NO ADVANCING
               ACCEPT WS-LOOKUP-ID
               MOVE WS-LOOKUP-ID TO WS-CHECK-ID
               PERFORM VERIFY-KEYED-CHECK-DIGIT
           END-IF.
           IF NOT KEYED-ID-CHECK-OK
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM CHECK-LOOKUP-SCOPE
               IF MUNICIPALITY-IN-SCOPE
                   PERFORM MAINTAIN-CHECKED-RELIGION
               END-IF
           END-IF.

       MAINTAIN-CHECKED-RELIGION SECTION.
           OPEN I-O RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No data available for this run."
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE WS-LOOKUP-ID TO PERSON-ID
               READ RecordFile
                   INVALID KEY
                       DISPLAY "No person on file with ID "
                           WS-LOOKUP-ID
                       MOVE 1 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE PERSON TO CJ-BEFORE-IMAGE
                       PERFORM CAPTURE-RELIGION
               END-READ
               CLOSE RecordFile
           END-IF.

       CAPTURE-RELIGION SECTION.
           MOVE RELIGION-CODE TO WS-RELIGION-CHECK-CODE.
           PERFORM CHECK-RELIGION-CODE.
           IF RELIGION-EFFECTIVE-DATE IS NOT NUMERIC
               MOVE 0 TO RELIGION-EFFECTIVE-DATE
           END-IF.
           DISPLAY "Current affiliation: " RELIGION-CODE " "
               WS-RELIGION-NAME " since " RELIGION-EFFECTIVE-DATE.
           DISPLAY "New affiliation code (space = not recorded): "
               WITH NO ADVANCING.
           ACCEPT WS-RELIGION-CHECK-CODE.
           INSPECT WS-RELIGION-CHECK-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM CHECK-RELIGION-CODE.
           EVALUATE TRUE
               WHEN NOT RELIGION-CODE-VALID
                   DISPLAY "Code " WS-RELIGION-CHECK-CODE
                       " is not in the religion code table - "
                       "nothing changed."
                   MOVE 1 TO RETURN-CODE
               WHEN WS-RELIGION-CHECK-CODE = RELIGION-CODE
                   DISPLAY "Affiliation unchanged."
               WHEN OTHER
                   DISPLAY "Effective date (CCYYMMDD, 0 = today): "
                       WITH NO ADVANCING
                   ACCEPT WS-RELIGION-EFFECTIVE
                   IF WS-RELIGION-EFFECTIVE = 0
                       ACCEPT WS-RELIGION-EFFECTIVE
                           FROM DATE YYYYMMDD
                   END-IF
                   CALL "DATE-CHECK" USING WS-RELIGION-EFFECTIVE
                       WS-DATE-FLAG WS-DATE-REASON
                   IF WS-DATE-BAD AND WS-DATE-REASON NOT = "FU"
                       DISPLAY "Invalid effective date ("
                           WS-DATE-REASON ") - nothing changed."
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       PERFORM REWRITE-RELIGION
                   END-IF
           END-EVALUATE.

       REWRITE-RELIGION SECTION.
           MOVE WS-RELIGION-CHECK-CODE TO RELIGION-CODE.
           MOVE WS-RELIGION-EFFECTIVE TO RELIGION-EFFECTIVE-DATE.
           MOVE WS-SIGNON-ID TO OPERATOR-ID.
           PERFORM STAMP-WRITE-TIMESTAMP.
           REWRITE PERSON
               INVALID KEY
                   DISPLAY "Religious affiliation rewrite failed."
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM LOG-UPDATE-JOURNAL
                   DISPLAY "Religious affiliation of PERSON-ID "
                       WS-LOOKUP-ID " set to " RELIGION-CODE " "
                       WS-RELIGION-NAME " from "
                       RELIGION-EFFECTIVE-DATE "."
           END-REWRITE.

       MAINTAIN-LANGUAGE SECTION.
           MOVE "Y" TO WS-CHECK-RESULT.
           IF NOT CONTROL-CARD-PRESENT
               DISPLAY "PERSON-ID for the correspondence language: "
                   WITH NO ADVANCING
               ACCEPT WS-LOOKUP-ID
               MOVE WS-LOOKUP-ID TO WS-CHECK-ID
               PERFORM VERIFY-KEYED-CHECK-DIGIT
           END-IF.
           IF NOT KEYED-ID-CHECK-OK
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM CHECK-LOOKUP-SCOPE
               IF MUNICIPALITY-IN-SCOPE
                   PERFORM MAINTAIN-CHECKED-LANGUAGE
               END-IF
           END-IF.

       MAINTAIN-CHECKED-LANGUAGE SECTION.
           OPEN I-O RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No data available for this run."
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE WS-LOOKUP-ID TO PERSON-ID
               READ RecordFile
                   INVALID KEY
                       DISPLAY "No person on file with ID "
                           WS-LOOKUP-ID
                       MOVE 1 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE PERSON TO CJ-BEFORE-IMAGE
                       PERFORM CAPTURE-LANGUAGE
               END-READ
               CLOSE RecordFile
           END-IF.

       CAPTURE-LANGUAGE SECTION.
           IF LANGUAGE-NOT-RECORDED
               DISPLAY "Current correspondence language: not "
                   "recorded (letters go out in German)."
           ELSE
               DISPLAY "Current correspondence language: "
                   PREFERRED-LANGUAGE
           END-IF.
           DISPLAY "New language (DE, EN, TR, space = not "
               "recorded): " WITH NO ADVANCING.
           ACCEPT WS-LANGUAGE-CODE.
           INSPECT WS-LANGUAGE-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           EVALUATE TRUE
               WHEN NOT LANGUAGE-CODE-VALID
                   DISPLAY "Language " WS-LANGUAGE-CODE
                       " is not offered for correspondence - "
                       "nothing changed."
                   MOVE 1 TO RETURN-CODE
               WHEN WS-LANGUAGE-CODE = PREFERRED-LANGUAGE
                   DISPLAY "Correspondence language unchanged."
               WHEN OTHER
                   PERFORM REWRITE-LANGUAGE
           END-EVALUATE.

       REWRITE-LANGUAGE SECTION.
           MOVE WS-LANGUAGE-CODE TO PREFERRED-LANGUAGE.
           MOVE WS-SIGNON-ID TO OPERATOR-ID.
           PERFORM STAMP-WRITE-TIMESTAMP.
           REWRITE PERSON
               INVALID KEY
                   DISPLAY "Correspondence language rewrite failed."
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM LOG-UPDATE-JOURNAL
                   DISPLAY "Correspondence language of PERSON-ID "
                       WS-LOOKUP-ID " set to '" PREFERRED-LANGUAGE
                       "'."
           END-REWRITE.

       MAINTAIN-PROTECTION-FLAG SECTION.
           MOVE "Y" TO WS-CHECK-RESULT.
           IF NOT CONTROL-CARD-PRESENT
           IF NOT KEYED-ID-CHECK-OK
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM CHECK-LOOKUP-SCOPE
               IF MUNICIPALITY-IN-SCOPE
                   PERFORM MAINTAIN-CHECKED-PROTECTION
               END-IF
           END-IF.

       MAINTAIN-CHECKED-PROTECTION SECTION.
           IF NOT KEYED-ID-CHECK-OK
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM CHECK-LOOKUP-SCOPE
               IF MUNICIPALITY-IN-SCOPE
                   PERFORM LOOKUP-CHECKED-PERSON
               END-IF
           END-IF.

       LOOKUP-CHECKED-PERSON SECTION.
               MOVE WS-LOOKUP-ID TO PERSON-ID
               READ RecordFile
                   INVALID KEY
                       PERFORM LOOKUP-ARCHIVED-PERSON
                       IF NOT ARCHIVE-FOUND
                           DISPLAY "No person on file with ID "
                               WS-LOOKUP-ID
                           MOVE 1 TO RETURN-CODE
                       END-IF
                   NOT INVALID KEY
                       IF PROTECTED-PERSON
                           AND NOT OPERATOR-IS-SUPERVISOR
                               "supervisors."
                       ELSE
                           PERFORM COMPUTE-AGE
                           PERFORM MASK-PERSON-DOB
                           DISPLAY "Age: " WS-FM-AGE-TEXT SPACE
                               "Name: " SURNAME ", " FIRSTNAME
                           PERFORM SHOW-MASKED-DETAILS
                           MOVE PERSON-ID TO WS-PN-WANT-ID
                           PERFORM SHOW-LATEST-NOTES
                           EVALUATE TRUE
                               WHEN FM-UNMASKED-OVERRIDE
                                   MOVE "U" TO WS-ACCESS-MODE
                               WHEN PROTECTED-PERSON
                                   MOVE "O" TO WS-ACCESS-MODE
                               WHEN OTHER
                                   MOVE "K" TO WS-ACCESS-MODE
                           END-EVALUATE
                           PERFORM LOG-ACCESS-ENTRY
                       END-IF
               END-READ
               CLOSE RecordFile
           END-IF.

       LOOKUP-ARCHIVED-PERSON SECTION.
           MOVE "N" TO WS-ARCHIVE-FOUND-SWITCH.
           MOVE "N" TO ARCHIVE-EOF-SWITCH.
           OPEN INPUT ArchiveFile.
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM UNTIL ARCHIVE-EOF
                   READ ArchiveFile
                       AT END SET ARCHIVE-EOF TO TRUE
                   END-READ
                   IF NOT ARCHIVE-EOF
                       AND ARCHIVE-ID = WS-LOOKUP-ID
                       SET ARCHIVE-FOUND TO TRUE
                       MOVE ARCHIVE-PERSON-IMAGE TO WS-ARCHIVE-HOLD
                       MOVE ARCHIVE-DATE TO WS-ARCHIVED-ON
                   END-IF
               END-PERFORM
               CLOSE ArchiveFile
           END-IF.
           IF ARCHIVE-FOUND
               MOVE WS-ARCHIVE-HOLD TO PERSON
               PERFORM SET-ARCHIVED-ON-TEXT
               MOVE MUNICIPALITY-CODE TO WS-MUNI-CHECK-CODE
               PERFORM CHECK-MUNICIPALITY-SCOPE
               EVALUATE TRUE
                   WHEN NOT MUNICIPALITY-IN-SCOPE
                       PERFORM LOG-SCOPE-REFUSAL
                       MOVE 8 TO RETURN-CODE
                   WHEN PROTECTED-PERSON
                       AND NOT OPERATOR-IS-SUPERVISOR
                       DISPLAY "PERSON-ID " WS-LOOKUP-ID
                           " is archived and under protection - "
                           "full display restricted to supervisors."
                   WHEN OTHER
                       DISPLAY "*** ARCHIVED - READ ONLY *** "
                           "archived on " WS-ARCHIVED-ON-TEXT
                       PERFORM COMPUTE-AGE
                       PERFORM MASK-PERSON-DOB
                       DISPLAY "Age: " WS-FM-AGE-TEXT SPACE
                           "Name: " SURNAME ", " FIRSTNAME
                       PERFORM SHOW-MASKED-DETAILS
                       DISPLAY "Not in the live register - no "
                           "update possible until restored."
                       MOVE "A" TO WS-ACCESS-MODE
                       PERFORM LOG-ACCESS-ENTRY
               END-EVALUATE
           END-IF.

       SET-ARCHIVED-ON-TEXT SECTION.
           IF WS-ARCHIVED-ON IS NUMERIC AND WS-ARCHIVED-ON > 0
               MOVE WS-ARCHIVED-ON TO WS-ARCHIVED-ON-TEXT
           ELSE
               MOVE "not recorded" TO WS-ARCHIVED-ON-TEXT
           END-IF.

       UNMASKED-LOOKUP SECTION.
           IF CONTROL-CARD-PRESENT
               DISPLAY "The unmasked view needs a keyed reason - "
                   "control card refused."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Unmasked view of PERSON-ID: "
                   WITH NO ADVANCING
               ACCEPT WS-LOOKUP-ID
               MOVE WS-LOOKUP-ID TO WS-CHECK-ID
               PERFORM VERIFY-KEYED-CHECK-DIGIT
               IF NOT KEYED-ID-CHECK-OK
                   MOVE 1 TO RETURN-CODE
               ELSE
                   DISPLAY "Reason for the unmasked view: "
                       WITH NO ADVANCING
                   ACCEPT WS-FM-OVERRIDE-REASON
                   IF WS-FM-OVERRIDE-REASON = SPACES
                       DISPLAY "A reason is required - unmasked "
                           "view refused."
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       PERFORM CHECK-LOOKUP-SCOPE
                       IF MUNICIPALITY-IN-SCOPE
                           SET FM-UNMASKED-OVERRIDE TO TRUE
                           PERFORM SET-FIELD-MASK
                           PERFORM LOOKUP-CHECKED-PERSON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-LOOKUP-SCOPE SECTION.
           SET MUNICIPALITY-IN-SCOPE TO TRUE.
           IF NOT OPERATOR-ALL-MUNICIPALITIES
               OPEN INPUT RecordFile
               IF WS-FILE-STATUS = "00"
                   MOVE WS-LOOKUP-ID TO PERSON-ID
                   READ RecordFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MUNICIPALITY-CODE
                               TO WS-MUNI-CHECK-CODE
                           PERFORM CHECK-MUNICIPALITY-SCOPE
                           IF NOT MUNICIPALITY-IN-SCOPE
                               PERFORM LOG-SCOPE-REFUSAL
                               MOVE 8 TO RETURN-CODE
                           END-IF
                   END-READ
                   CLOSE RecordFile
               END-IF
           END-IF.

       MASK-PERSON-DOB SECTION.
           MOVE DATE-OF-BIRTH TO WS-FM-DOB-IN.
           MOVE AGE TO WS-FM-AGE-IN.
           PERFORM MASK-DATE-OF-BIRTH.

       SHOW-MASKED-DETAILS SECTION.
           MOVE NATIONALITY-CODE TO WS-FM-NATIONALITY-IN.
           PERFORM MASK-NATIONALITY.
           MOVE PERMIT-TYPE TO WS-FM-PERMIT-TYPE-IN.
           MOVE PERMIT-EXPIRY-DATE TO WS-FM-PERMIT-EXPIRY-IN.
           PERFORM MASK-PERMIT.
           DISPLAY "Born: " WS-FM-DOB-TEXT
               " Nationality: " WS-FM-NATIONALITY-TEXT
               " Permit: " WS-FM-PERMIT-TYPE-TEXT
               " until " WS-FM-PERMIT-EXPIRY-TEXT.
           PERFORM VARYING WS-EC-IDX FROM 1 BY 1 UNTIL WS-EC-IDX > 2
               IF EC-NAME(WS-EC-IDX) NOT = SPACES
                   MOVE EC-NAME(WS-EC-IDX) TO WS-FM-CONTACT-NAME-IN
                   MOVE EC-PHONE(WS-EC-IDX) TO WS-FM-CONTACT-PHONE-IN
                   PERFORM MASK-CONTACT
                   DISPLAY "Emergency contact " WS-EC-IDX ": "
                       WS-FM-CONTACT-NAME-TEXT " "
                       WS-FM-CONTACT-PHONE-TEXT
               END-IF
           END-PERFORM.

       ADD-CASE-NOTE SECTION.
           MOVE "Y" TO WS-CHECK-RESULT.
           IF NOT CONTROL-CARD-PRESENT
               DISPLAY "PERSON-ID for the case note: "
                   WITH NO ADVANCING
               ACCEPT WS-LOOKUP-ID
               MOVE WS-LOOKUP-ID TO WS-CHECK-ID
               PERFORM VERIFY-KEYED-CHECK-DIGIT
           END-IF.
           IF NOT KEYED-ID-CHECK-OK
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM CHECK-LOOKUP-SCOPE
               IF MUNICIPALITY-IN-SCOPE
                   PERFORM ADD-CHECKED-CASE-NOTE
               END-IF
           END-IF.

       ADD-CHECKED-CASE-NOTE SECTION.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No data available for this run."
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE WS-LOOKUP-ID TO PERSON-ID
               READ RecordFile
                   INVALID KEY
                       DISPLAY "No person on file with ID "
                           WS-LOOKUP-ID
                       MOVE 1 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM CAPTURE-CASE-NOTE
               END-READ
               CLOSE RecordFile
           END-IF.

       CAPTURE-CASE-NOTE SECTION.
           DISPLAY "Category (G=General,C=Contact,D=Documents,"
               "L=Legal,A=Assistance): " WITH NO ADVANCING.
           ACCEPT WS-PN-NEW-CATEGORY.
           INSPECT WS-PN-NEW-CATEGORY CONVERTING "gcdla"
               TO "GCDLA".
           MOVE WS-PN-NEW-CATEGORY TO PN-CATEGORY.
           IF NOT PN-CATEGORY-VALID
               DISPLAY "Note category " WS-PN-NEW-CATEGORY
                   " is not known - nothing recorded."
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "Note text: " WITH NO ADVANCING
               MOVE SPACES TO WS-PN-NEW-TEXT
               ACCEPT WS-PN-NEW-TEXT
               IF WS-PN-NEW-TEXT = SPACES
                   DISPLAY "Empty note - nothing recorded."
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM WRITE-CASE-NOTE
               END-IF
           END-IF.

       WRITE-CASE-NOTE SECTION.
           MOVE WS-LOOKUP-ID TO PN-PERSON-ID.
           MOVE WS-PN-NEW-CATEGORY TO PN-CATEGORY.
           MOVE WS-SIGNON-ID TO PN-OPERATOR-ID.
           MOVE WS-PN-NEW-TEXT TO PN-TEXT.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           STRING WS-STAMP-DATE DELIMITED BY SIZE
               WS-STAMP-TIME(1:6) DELIMITED BY SIZE
               INTO PN-TIMESTAMP
           END-STRING.
           OPEN EXTEND PersonNoteFile.
           IF WS-PERSON-NOTE-STATUS = "35"
               CLOSE PersonNoteFile
               OPEN OUTPUT PersonNoteFile
           END-IF.
           WRITE PERSON-NOTE-RECORD.
           CLOSE PersonNoteFile.
           DISPLAY "Case note recorded for PERSON-ID " WS-LOOKUP-ID
               ".".
           IF PROTECTED-PERSON
               DISPLAY "PERSON-ID " WS-LOOKUP-ID " is under "
                   "protection - its notes are shown to "
                   "supervisors only."
           END-IF.

       LOG-ACCESS-ENTRY SECTION.
           MOVE WS-SIGNON-ID TO AX-OPERATOR-ID.
           MOVE PERSON-ID TO AX-PERSON-ID.
               INTO AX-TIMESTAMP
           END-STRING.
           MOVE WS-ACCESS-MODE TO AX-MODE.
           IF FM-UNMASKED-OVERRIDE
               MOVE WS-FM-OVERRIDE-REASON TO AX-REASON
           ELSE
               MOVE SPACES TO AX-REASON
           END-IF.
           OPEN EXTEND AccessLogFile.
           IF WS-ACCESS-LOG-STATUS = "35"
               CLOSE AccessLogFile
               READ RecordFile NEXT RECORD
                   AT END SET EOF TO TRUE
               END-READ
               IF NOT EOF
                   MOVE MUNICIPALITY-CODE TO WS-MUNI-CHECK-CODE
                   PERFORM CHECK-MUNICIPALITY-SCOPE
               END-IF
               IF NOT EOF AND PERSON-ID NOT = WS-TRAILER-KEY
                   AND MUNICIPALITY-IN-SCOPE
                   IF WS-PAGE-LINE-COUNT < WS-PAGE-SIZE
                       ADD 1 TO WS-PAGE-LINE-COUNT
                       PERFORM COMPUTE-AGE
                           DISPLAY "PERSON-ID " PERSON-ID
                               " (protected)"
                       ELSE
                           PERFORM MASK-PERSON-DOB
                           DISPLAY "PERSON-ID " PERSON-ID
                               " DOB " WS-FM-DOB-TEXT
                               " Age " WS-FM-AGE-TEXT
                               " Name " SURNAME ", " FIRSTNAME
                           IF PROTECTED-PERSON
                               MOVE "O" TO WS-ACCESS-MODE
                   WHEN OTHER PERFORM SCAN-EXACT-SURNAME
               END-EVALUATE
               PERFORM SEARCH-FORMER-NAMES
               IF WS-NAME-MATCH-COUNT = 0
                   PERFORM SEARCH-ARCHIVED-NAMES
               END-IF
               CLOSE RecordFile
               IF WS-NAME-MATCH-COUNT = 0
                   DISPLAY "No person on file with surname "
           END-PERFORM.

       SEARCH-FORMER-NAMES SECTION.
           MOVE 0 TO WS-FORMER-COUNT.
           MOVE "N" TO HISTORY-EOF-SWITCH.
           OPEN INPUT NameHistoryFile.
           IF WS-NAME-HISTORY-STATUS = "35"
           MOVE NH-PERSON-ID TO PERSON-ID.
           READ RecordFile
               INVALID KEY
                   IF WS-FORMER-COUNT < 20
                       ADD 1 TO WS-FORMER-COUNT
                       MOVE NH-PERSON-ID
                           TO WS-FORMER-PERSON-ID(WS-FORMER-COUNT)
                       MOVE NH-OLD-SURNAME
                           TO WS-FORMER-SURNAME(WS-FORMER-COUNT)
                   END-IF
               NOT INVALID KEY
                   MOVE MUNICIPALITY-CODE TO WS-MUNI-CHECK-CODE
                   PERFORM CHECK-MUNICIPALITY-SCOPE
                   EVALUATE TRUE
                   WHEN NOT MUNICIPALITY-IN-SCOPE
                       CONTINUE
                   WHEN PROTECTED-PERSON
                       AND NOT OPERATOR-IS-SUPERVISOR
                       ADD 1 TO WS-NAME-MATCH-COUNT
                       DISPLAY "PERSON-ID " PERSON-ID
                           " (protected - details restricted "
                           "to supervisors)"
                   WHEN OTHER
                       PERFORM COMPUTE-AGE
                       PERFORM MASK-PERSON-DOB
                       ADD 1 TO WS-NAME-MATCH-COUNT
                       DISPLAY "PERSON-ID " PERSON-ID
                           " DOB " WS-FM-DOB-TEXT
                           " Age " WS-FM-AGE-TEXT
                           " Name " SURNAME ", " FIRSTNAME
                           " - previously known as "
                           NH-OLD-SURNAME
                           MOVE "N" TO WS-ACCESS-MODE
                       END-IF
                       PERFORM LOG-ACCESS-ENTRY
                   END-EVALUATE
           END-READ.

       SEARCH-ARCHIVED-NAMES SECTION.
           MOVE "N" TO ARCHIVE-EOF-SWITCH.
           OPEN INPUT ArchiveFile.
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM UNTIL ARCHIVE-EOF
                   READ ArchiveFile
                       AT END SET ARCHIVE-EOF TO TRUE
                   END-READ
                   IF NOT ARCHIVE-EOF
                       PERFORM CHECK-ARCHIVE-NAME-MATCH
                       IF ARCHIVE-MATCHED
                           PERFORM DISPLAY-ARCHIVED-NAME-MATCH
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ArchiveFile
           END-IF.

       CHECK-ARCHIVE-NAME-MATCH SECTION.
           MOVE "N" TO WS-ARCHIVE-MATCH-SWITCH.
           MOVE SPACES TO WS-ARCHIVE-FORMER-NAME.
           EVALUATE TRUE
               WHEN MATCH-PREFIX
                   IF WS-PREFIX-LEN > 0
                       AND ARCHIVE-SURNAME(1:WS-PREFIX-LEN) =
                           WS-LOOKUP-SURNAME(1:WS-PREFIX-LEN)
                       SET ARCHIVE-MATCHED TO TRUE
                   END-IF
               WHEN MATCH-PHONETIC
                   MOVE ARCHIVE-SURNAME TO WS-PHON-IN
                   PERFORM BUILD-PHONETIC-CODE
                   IF WS-PHON-OUT = WS-PHON-SEARCH
                       SET ARCHIVE-MATCHED TO TRUE
                   END-IF
               WHEN OTHER
                   IF ARCHIVE-SURNAME = WS-LOOKUP-SURNAME
                       SET ARCHIVE-MATCHED TO TRUE
                   END-IF
           END-EVALUATE.
           PERFORM VARYING WS-FORMER-IDX FROM 1 BY 1
                   UNTIL WS-FORMER-IDX > WS-FORMER-COUNT
                       OR ARCHIVE-MATCHED
               IF WS-FORMER-PERSON-ID(WS-FORMER-IDX) = ARCHIVE-ID
                   SET ARCHIVE-MATCHED TO TRUE
                   MOVE WS-FORMER-SURNAME(WS-FORMER-IDX)
                       TO WS-ARCHIVE-FORMER-NAME
               END-IF
           END-PERFORM.

       DISPLAY-ARCHIVED-NAME-MATCH SECTION.
           MOVE ARCHIVE-DATE TO WS-ARCHIVED-ON.
           MOVE ARCHIVE-PERSON-IMAGE TO PERSON.
           PERFORM SET-ARCHIVED-ON-TEXT.
           MOVE MUNICIPALITY-CODE TO WS-MUNI-CHECK-CODE.
           PERFORM CHECK-MUNICIPALITY-SCOPE.
           EVALUATE TRUE
           WHEN NOT MUNICIPALITY-IN-SCOPE
               CONTINUE
           WHEN PROTECTED-PERSON AND NOT OPERATOR-IS-SUPERVISOR
               ADD 1 TO WS-NAME-MATCH-COUNT
               DISPLAY "PERSON-ID " PERSON-ID
                   " (archived, protected - details restricted "
                   "to supervisors)"
           WHEN OTHER
               PERFORM COMPUTE-AGE
               PERFORM MASK-PERSON-DOB
               ADD 1 TO WS-NAME-MATCH-COUNT
               DISPLAY "PERSON-ID " PERSON-ID
                   " DOB " WS-FM-DOB-TEXT
                   " Age " WS-FM-AGE-TEXT
                   " Name " SURNAME ", " FIRSTNAME
               IF WS-ARCHIVE-FORMER-NAME NOT = SPACES
                   DISPLAY "    previously known as "
                       WS-ARCHIVE-FORMER-NAME
               END-IF
               DISPLAY "    *** ARCHIVED - READ ONLY *** "
                   "archived on " WS-ARCHIVED-ON-TEXT
               MOVE "A" TO WS-ACCESS-MODE
               PERFORM LOG-ACCESS-ENTRY
           END-EVALUATE.

       DISPLAY-NAME-MATCH SECTION.
           MOVE MUNICIPALITY-CODE TO WS-MUNI-CHECK-CODE.
           PERFORM CHECK-MUNICIPALITY-SCOPE.
           EVALUATE TRUE
           WHEN NOT MUNICIPALITY-IN-SCOPE
               CONTINUE
           WHEN PROTECTED-PERSON AND NOT OPERATOR-IS-SUPERVISOR
               ADD 1 TO WS-NAME-MATCH-COUNT
               DISPLAY "PERSON-ID " PERSON-ID
                   " (protected - details restricted to "
                   "supervisors)"
           WHEN OTHER
               PERFORM COMPUTE-AGE
               PERFORM MASK-PERSON-DOB
               ADD 1 TO WS-NAME-MATCH-COUNT
               DISPLAY "PERSON-ID " PERSON-ID
                   " DOB " WS-FM-DOB-TEXT
                   " Age " WS-FM-AGE-TEXT
                   " Name " SURNAME ", " FIRSTNAME
               IF PROTECTED-PERSON
                   MOVE "O" TO WS-ACCESS-MODE
                   MOVE "N" TO WS-ACCESS-MODE
               END-IF
               PERFORM LOG-ACCESS-ENTRY
           END-EVALUATE.

       COPY "PHONETIC-CODE".


       COPY "BS-TIMES".

               MOVE WS-ENV-JOURNAL TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-JOURNAL
               MOVE WS-ENV-ARCHIVE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-ARCHIVE
               MOVE WS-ENV-NAMEHIST TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-NAMEHIST
