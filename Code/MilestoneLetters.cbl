       SELECT LetterFile
          ASSIGN TO DYNAMIC WS-LETTER-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PressListFile
          ASSIGN TO DYNAMIC WS-PRESS-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ObjectionFile
          ASSIGN TO DYNAMIC WS-ENV-OBJECTION
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS OB-KEY
          FILE STATUS IS WS-OBJECTION-STATUS.
       SELECT MilestoneRegisterFile
          ASSIGN TO "milestoneregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-MILESTONE-REG-STATUS.
       SELECT HouseholdMasterFile
          ASSIGN TO DYNAMIC WS-ENV-HHMASTER
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HM-HOUSEHOLD-ID
          FILE STATUS IS WS-HOUSEHOLD-MASTER-STATUS.
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
       SELECT PresortFile
          ASSIGN TO "presort.tmp".
       SELECT PostageStatementFile
          ASSIGN TO DYNAMIC WS-PS-STATEMENT-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-POSTAGE-STATUS.

       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
       FD MilestoneCardFile.
       01 MILESTONE-CARD-RECORD.
           05 ML-RUN-MONTH PIC 9(6).
           05 ML-PRESS-LIST PIC X.
           05 ML-PRESORT PIC X.
           05 ML-HOUSEHOLD PIC X.

       FD LetterFile.
       01 LETTER-LINE PIC X(72).

       FD PressListFile.
       01 PRESS-LINE PIC X(72).

       FD ObjectionFile.
       COPY "OBJECTION".

       FD MilestoneRegisterFile.
       01 MILESTONE-REGISTER-RECORD.
           05 MR-MILESTONE-CODE PIC X(4).
           05 MR-MILESTONE-MONTH PIC 9(6).
           05 MR-SENT-DATE PIC 9(8).

       FD HouseholdMasterFile.
       COPY "HouseholdMaster".

       FD AddressDoubtFile.
       COPY "ADDRESS-DOUBT".

       FD CorrAddressFile.
       COPY "CORR-ADDRESS".

       FD LetterTemplateFile.
       COPY "LETTER-TEMPLATE".

       SD PresortFile.
       COPY "PRESORT-RECORD".

       FD PostageStatementFile.
       01 POSTAGE-LINE PIC X(72).

       WORKING-STORAGE SECTION.
       COPY "PRESORT-WS".
       COPY "HOUSEHOLD-LETTER-WS".
       COPY "MAIL-REFERENCE-WS".
       COPY "CORR-ADDRESS-WS".
       COPY "OBJECTION-WS".
       COPY "LETTER-TEMPLATE-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-MILESTONE-CARD-STATUS PIC X(2).
       01 WS-MILESTONE-REG-STATUS PIC X(2).
       01 WS-LETTER-FILE-NAME PIC X(40).
       01 WS-PRESS-FILE-NAME PIC X(40).
       01 WS-PRESS-LIST-SWITCH PIC X VALUE "N".
           88 PRESS-LIST-WANTED VALUE "Y".
       01 WS-PRESS-COUNT PIC 9(6) VALUE 0.
       01 WS-PRESS-DETAIL-LINE.
           05 WPL-MILESTONE PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WPL-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WPL-CITY PIC X(15).
       COPY "TRAILER-KEY".
       01 EOF-SWITCH PIC X VALUE "N".
           88 EOF VALUE "Y".
       01 WS-ALREADY-SENT-SWITCH PIC X.
           88 ALREADY-SENT VALUE "Y".
       01 WS-NAME-WORK PIC X(24).
       01 WS-LETTER-LANGUAGE PIC X(2).
       01 WS-RECORD-OPEN-SWITCH PIC X VALUE "N".
           88 RECORD-FILE-OPEN VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE WS-RUN-MONTH(5:2) TO WS-RUN-MM.
           DISPLAY "Selecting milestones for month " WS-RUN-MONTH
               ".".
           PERFORM CHECK-LETTER-TEMPLATES.
           IF LETTER-TEMPLATES-MISSING
               DISPLAY "Letter run refused - template library "
                   "incomplete."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-LETTER-FILE-NAME.
           STRING "milestoneletters." DELIMITED BY SIZE
               WS-RUN-MONTH DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-LETTER-FILE-NAME
           END-STRING.
           IF PRESS-LIST-WANTED
               MOVE "  Y " TO WS-OBJ-HONOUR-FLAGS
               PERFORM OPEN-OBJECTION-REGISTER
               IF OBJECTION-REGISTER-FAILED
                   DISPLAY "Press list refused - objections cannot "
                       "be honoured."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE SPACES TO WS-PRESS-FILE-NAME
               STRING "milestonepress." DELIMITED BY SIZE
                   WS-RUN-MONTH DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-PRESS-FILE-NAME
               END-STRING
               OPEN OUTPUT PressListFile
               MOVE SPACES TO PRESS-LINE
               STRING "MILESTONES FOR THE PRESS - " DELIMITED BY SIZE
                   WS-RUN-MONTH DELIMITED BY SIZE
                   INTO PRESS-LINE
               END-STRING
               WRITE PRESS-LINE
               MOVE SPACES TO PRESS-LINE
               WRITE PRESS-LINE
           END-IF.
           MOVE SPACES TO WS-PS-STATEMENT-NAME.
           STRING "postage.milestone." DELIMITED BY SIZE
               WS-RUN-MONTH DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-PS-STATEMENT-NAME
           END-STRING.
           MOVE "MILESTONE LETTERS" TO WS-PS-RUN-NAME.
           MOVE WS-RUN-DATE TO WS-PS-RUN-DATE.
           OPEN OUTPUT LetterFile.
           PERFORM OPEN-ADDRESS-DOUBT-REGISTER.
           PERFORM OPEN-CORR-ADDRESS-REGISTER.
           IF PRESORT-WANTED
               SORT PresortFile
                   ON ASCENDING KEY PS-ZIP-CODE PS-STREET
                       PS-HOUSENUMBER PS-PIECE-SEQ PS-LINE-SEQ
                   INPUT PROCEDURE IS SCAN-ALL-MILESTONES
                   OUTPUT PROCEDURE IS PRESORT-OUTPUT
           ELSE
               PERFORM SCAN-ALL-MILESTONES
           END-IF.
           CLOSE LetterFile.
           PERFORM CLOSE-ADDRESS-DOUBT-REGISTER.
           PERFORM CLOSE-CORR-ADDRESS-REGISTER.
           PERFORM WRITE-POSTAGE-STATEMENT.
           DISPLAY "Letters printed: " WS-LETTER-COUNT
               " already sent earlier: " WS-SKIPPED-SENT.
           PERFORM REPORT-LETTER-MERGE.
           DISPLAY "Letters written to " WS-LETTER-FILE-NAME ".".
           IF PRESS-LIST-WANTED
               CLOSE PressListFile
               PERFORM CLOSE-OBJECTION-REGISTER
               DISPLAY "Press list written to " WS-PRESS-FILE-NAME
                   " (" WS-PRESS-COUNT " entries)."
               PERFORM REPORT-OBJECTION-WITHHELD
           END-IF.
           GOBACK.

       READ-MILESTONE-CARD SECTION.
                           AND ML-RUN-MONTH > 0
                           MOVE ML-RUN-MONTH TO WS-RUN-MONTH
                       END-IF
                       IF ML-PRESS-LIST = "Y" OR "y"
                           SET PRESS-LIST-WANTED TO TRUE
                       END-IF
                       IF ML-PRESORT = "Y" OR "y"
                           SET PRESORT-WANTED TO TRUE
                       END-IF
                       IF ML-HOUSEHOLD = "Y" OR "y"
                           SET CONSOLIDATE-WANTED TO TRUE
                       END-IF
               END-READ
               CLOSE MilestoneCardFile
           END-IF.

       CHECK-LETTER-TEMPLATES SECTION.
           PERFORM LOAD-LETTER-TEMPLATES.
           MOVE "B090" TO WS-LT-CODE.
           PERFORM REQUIRE-LETTER-TEMPLATE.
           MOVE "B100" TO WS-LT-CODE.
           PERFORM REQUIRE-LETTER-TEMPLATE.
           MOVE "GOLD" TO WS-LT-CODE.
           PERFORM REQUIRE-LETTER-TEMPLATE.
           IF CONSOLIDATE-WANTED
               MOVE "B090H" TO WS-LT-CODE
               PERFORM REQUIRE-LETTER-TEMPLATE
               MOVE "B100H" TO WS-LT-CODE
               PERFORM REQUIRE-LETTER-TEMPLATE
               PERFORM REQUIRE-HOUSEHOLD-TEMPLATES
           END-IF.

       SCAN-ALL-MILESTONES SECTION.
           PERFORM SCAN-BIRTHDAY-MILESTONES.
           IF CONSOLIDATE-WANTED
               PERFORM PRINT-HOUSEHOLD-GROUPS
           END-IF.
           PERFORM SCAN-ANNIVERSARY-MILESTONES.

       SCAN-BIRTHDAY-MILESTONES SECTION.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
                   IF ALREADY-SENT
                       ADD 1 TO WS-SKIPPED-SENT
                   ELSE
                       MOVE SPACES TO WS-MAIL-ADDRESS
                       MOVE STREET TO WS-MAIL-STREET
                       MOVE HOUSENUMBER TO WS-MAIL-HOUSENUMBER
                       MOVE ZIP-CODE TO WS-MAIL-ZIP-CODE
                       MOVE CITY TO WS-MAIL-CITY
                       MOVE PERSON-ID TO WS-CA-PERSON-ID
                       PERFORM RESOLVE-MAIL-ADDRESS
                       MOVE PERSON-ID TO WS-MR-PERSON-ID
                       MOVE WS-MAIL-STREET TO WS-MR-STREET
                       MOVE WS-MAIL-HOUSENUMBER TO WS-MR-HOUSENUMBER
                       MOVE WS-MAIL-ZIP-CODE TO WS-MR-ZIP-CODE
                       PERFORM CHECK-MAIL-STOP
                       IF NOT MAIL-STOPPED
                           IF CONSOLIDATE-WANTED
                               AND NOT MAIL-TO-CORR-ADDRESS
                               PERFORM COLLECT-HOUSEHOLD-RECIPIENT
                           END-IF
                           IF NOT CONSOLIDATE-WANTED
                               OR MAIL-TO-CORR-ADDRESS
                               OR HOUSEHOLD-TABLE-FULL
                               PERFORM PRINT-BIRTHDAY-LETTER
                           END-IF
                           PERFORM LOG-MILESTONE-REGISTER
                       END-IF
                       IF PRESS-LIST-WANTED
                           PERFORM LIST-BIRTHDAY-FOR-PRESS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PRINT-BIRTHDAY-LETTER SECTION.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE WS-MAIL-ZIP-CODE TO WS-PS-ZIP-CODE.
           MOVE WS-MAIL-STREET TO WS-PS-STREET.
           MOVE WS-MAIL-HOUSENUMBER TO WS-PS-HOUSENUMBER.
           PERFORM BEGIN-PRESORT-PIECE.
           MOVE SPACES TO LETTER-LINE.
           PERFORM EMIT-LETTER-LINE.
           MOVE WS-MILESTONE-CODE TO WS-MR-TYPE.
           MOVE PERSON-ID TO WS-MR-PERSON-ID.
           PERFORM EMIT-LETTER-REFERENCE.
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
           MOVE WS-REFERENCE-NAME TO WS-LT-VALUE.
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
           PERFORM SET-RUN-DATE-VALUE.
           MOVE WS-MILESTONE-CODE TO WS-LT-CODE.
           MOVE PREFERRED-LANGUAGE TO WS-LT-LANGUAGE.
           PERFORM MERGE-LETTER-TEMPLATE.
           MOVE "----------------------------------------"
               TO LETTER-LINE.
           PERFORM EMIT-LETTER-LINE.

       COLLECT-HOUSEHOLD-RECIPIENT SECTION.
           MOVE WS-MILESTONE-CODE TO WS-HG-NEW-KIND.
           MOVE PERSON-ID TO WS-HG-NEW-PERSON-ID.
           MOVE FIRSTNAME TO WS-HG-NEW-FIRSTNAME.
           MOVE SURNAME TO WS-HG-NEW-SURNAME.
           MOVE STREET TO WS-HG-NEW-STREET.
           MOVE HOUSENUMBER TO WS-HG-NEW-HOUSENUMBER.
           MOVE ZIP-CODE TO WS-HG-NEW-ZIP-CODE.
           MOVE CITY TO WS-HG-NEW-CITY.
           MOVE PREFERRED-LANGUAGE TO WS-HG-NEW-LANGUAGE.
           PERFORM ADD-HOUSEHOLD-RECIPIENT.

       PRINT-HOUSEHOLD-LETTER SECTION.
           MOVE T-HG-KIND(WS-HG-LEADER) TO WS-MILESTONE-CODE.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE T-HG-ZIP-CODE(WS-HG-LEADER) TO WS-PS-ZIP-CODE.
           MOVE T-HG-STREET(WS-HG-LEADER) TO WS-PS-STREET.
           MOVE T-HG-HOUSENUMBER(WS-HG-LEADER) TO WS-PS-HOUSENUMBER.
           PERFORM BEGIN-PRESORT-PIECE.
           IF WS-HG-MEMBERS = 1
               MOVE SPACES TO WS-HG-SALUTATION
               STRING T-HG-FIRSTNAME(WS-HG-LEADER) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   T-HG-SURNAME(WS-HG-LEADER) DELIMITED BY SIZE
                   INTO WS-HG-SALUTATION
               END-STRING
           END-IF.
           MOVE SPACES TO LETTER-LINE.
           PERFORM EMIT-LETTER-LINE.
           MOVE WS-MILESTONE-CODE TO WS-MR-TYPE.
           MOVE T-HG-PERSON-ID(WS-HG-LEADER) TO WS-MR-PERSON-ID.
           PERFORM EMIT-LETTER-REFERENCE.
           PERFORM EMIT-HOUSEHOLD-ADDRESS.
           MOVE SPACES TO LETTER-LINE.
           PERFORM EMIT-LETTER-LINE.
           PERFORM CLEAR-LETTER-VALUES.
           MOVE "NAME" TO WS-LT-TAG.
           MOVE WS-HG-SALUTATION TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "HOUSEHOLD" TO WS-LT-TAG.
           PERFORM SET-LETTER-VALUE.
           MOVE "FIRSTNAME" TO WS-LT-TAG.
           MOVE T-HG-FIRSTNAME(WS-HG-LEADER) TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "SURNAME" TO WS-LT-TAG.
           MOVE T-HG-SURNAME(WS-HG-LEADER) TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           PERFORM SET-RUN-DATE-VALUE.
           MOVE T-HG-LANGUAGE(WS-HG-LEADER) TO WS-LT-LANGUAGE.
           IF WS-HG-MEMBERS = 1
               MOVE WS-MILESTONE-CODE TO WS-LT-CODE
               PERFORM MERGE-LETTER-TEMPLATE
           ELSE
               MOVE SPACES TO WS-LT-CODE
               STRING WS-MILESTONE-CODE DELIMITED BY SIZE
                   "H" DELIMITED BY SIZE
                   INTO WS-LT-CODE
               END-STRING
               PERFORM MERGE-LETTER-TEMPLATE
               PERFORM EMIT-HOUSEHOLD-NAMES
           END-IF.
           MOVE "----------------------------------------"
               TO LETTER-LINE.
           PERFORM EMIT-LETTER-LINE.

       SCAN-ANNIVERSARY-MILESTONES SECTION.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS = "00"
               SET RECORD-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT MaritalEventFile.
           IF WS-MARITAL-EVENT-STATUS = "35"
               DISPLAY "No marital event history - anniversaries "
               END-PERFORM
               CLOSE MaritalEventFile
           END-IF.
           IF RECORD-FILE-OPEN
               CLOSE RecordFile
               MOVE "N" TO WS-RECORD-OPEN-SWITCH
           END-IF.

       CHECK-ANNIVERSARY-MILESTONE SECTION.
           MOVE ME-EVENT-DATE(1:4) TO WS-DOB-CCYY.
                   ELSE
                       PERFORM PRINT-ANNIVERSARY-LETTER
                       PERFORM LOG-MILESTONE-REGISTER
                       IF PRESS-LIST-WANTED
                           PERFORM LIST-ANNIVERSARY-FOR-PRESS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PRINT-ANNIVERSARY-LETTER SECTION.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE SPACES TO WS-PS-ZIP-CODE.
           MOVE SPACES TO WS-PS-STREET.
           MOVE SPACES TO WS-PS-HOUSENUMBER.
           PERFORM BEGIN-PRESORT-PIECE.
           MOVE SPACES TO LETTER-LINE.
           PERFORM EMIT-LETTER-LINE.
           MOVE "GOLD" TO WS-MR-TYPE.
           IF ME-PERSON-A-ID > 0
               MOVE ME-PERSON-A-ID TO WS-MR-PERSON-ID
           ELSE
               MOVE ME-PERSON-B-ID TO WS-MR-PERSON-ID
           END-IF.
           IF WS-MR-PERSON-ID > 0
               PERFORM EMIT-LETTER-REFERENCE
           END-IF.
           MOVE SPACES TO LETTER-LINE.
           STRING ME-NAME-A DELIMITED BY SIZE
               " and " DELIMITED BY SIZE
               ME-NAME-B DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING.
           PERFORM EMIT-LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           PERFORM EMIT-LETTER-LINE.
           PERFORM FETCH-COUPLE-LANGUAGE.
           PERFORM CLEAR-LETTER-VALUES.
           MOVE "NAMEA" TO WS-LT-TAG.
           MOVE ME-NAME-A TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "NAMEB" TO WS-LT-TAG.
           MOVE ME-NAME-B TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "WEDDING" TO WS-LT-TAG.
           MOVE ME-EVENT-DATE TO WS-LT-DATE.
           PERFORM SET-LETTER-DATE.
           PERFORM SET-RUN-DATE-VALUE.
           MOVE "GOLD" TO WS-LT-CODE.
           MOVE WS-LETTER-LANGUAGE TO WS-LT-LANGUAGE.
           PERFORM MERGE-LETTER-TEMPLATE.
           MOVE "----------------------------------------"
               TO LETTER-LINE.
           PERFORM EMIT-LETTER-LINE.

       FETCH-COUPLE-LANGUAGE SECTION.
           MOVE SPACES TO WS-LETTER-LANGUAGE.
           IF RECORD-FILE-OPEN AND WS-MR-PERSON-ID > 0
               MOVE WS-MR-PERSON-ID TO PERSON-ID
               READ RecordFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PREFERRED-LANGUAGE TO WS-LETTER-LANGUAGE
               END-READ
           END-IF.

       SET-RUN-DATE-VALUE SECTION.
           MOVE "DATE" TO WS-LT-TAG.
           MOVE WS-RUN-DATE TO WS-LT-DATE.
           PERFORM SET-LETTER-DATE.

       EMIT-TEMPLATE-LINE SECTION.
           MOVE WS-LT-LINE TO LETTER-LINE.
           PERFORM EMIT-LETTER-LINE.

       EMIT-LETTER-REFERENCE SECTION.
           PERFORM BUILD-MAIL-REFERENCE.
           MOVE WS-MR-LINE TO LETTER-LINE.
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

       COPY "HOUSEHOLD-LETTER".

       COPY "MAIL-REFERENCE".

       COPY "CORR-ADDRESS-LOOKUP".

       COPY "LETTER-MERGE".

       LIST-BIRTHDAY-FOR-PRESS SECTION.
           MOVE PERSON-ID TO WS-OBJ-CHECK-ID.
           PERFORM CHECK-OBJECTION.
           IF NOT OBJECTION-WITHHELD
               IF WS-MILESTONE-CODE = "B090"
                   MOVE "90th birthday" TO WPL-MILESTONE
               ELSE
                   MOVE "100th birthday" TO WPL-MILESTONE
               END-IF
               MOVE WS-REFERENCE-NAME TO WPL-NAME
               MOVE CITY TO WPL-CITY
               WRITE PRESS-LINE FROM WS-PRESS-DETAIL-LINE
               ADD 1 TO WS-PRESS-COUNT
           END-IF.

       LIST-ANNIVERSARY-FOR-PRESS SECTION.
           MOVE "N" TO WS-OBJ-WITHHELD-SWITCH.
           IF ME-PERSON-A-ID IS NUMERIC AND ME-PERSON-A-ID > 0
               MOVE ME-PERSON-A-ID TO WS-OBJ-CHECK-ID
               PERFORM CHECK-OBJECTION
           END-IF.
           IF NOT OBJECTION-WITHHELD
               AND ME-PERSON-B-ID IS NUMERIC AND ME-PERSON-B-ID > 0
               MOVE ME-PERSON-B-ID TO WS-OBJ-CHECK-ID
               PERFORM CHECK-OBJECTION
           END-IF.
           IF NOT OBJECTION-WITHHELD
               MOVE "Golden wedding" TO WPL-MILESTONE
               MOVE SPACES TO WPL-NAME
               STRING ME-NAME-A DELIMITED BY SPACE
                   " and " DELIMITED BY SIZE
                   ME-NAME-B DELIMITED BY SPACE
                   INTO WPL-NAME
               END-STRING
               MOVE SPACES TO WPL-CITY
               WRITE PRESS-LINE FROM WS-PRESS-DETAIL-LINE
               ADD 1 TO WS-PRESS-COUNT
           END-IF.

       CHECK-ALREADY-SENT SECTION.
           MOVE "N" TO WS-ALREADY-SENT-SWITCH.
           MOVE "N" TO REGISTER-EOF-SWITCH.
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
               MOVE WS-ENV-OBJECTION TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-OBJECTION
               MOVE WS-ENV-HHMASTER TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-HHMASTER
               MOVE WS-ENV-ADDRDOUBT TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-ADDRDOUBT
               MOVE WS-ENV-CORRADDR TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-CORRADDR
           END-IF.

       COPY "ENV-SECTIONS".

       COPY "OBJECTION-CHECK".

       END PROGRAM MILESTONE-LETTERS.
