          ASSIGN TO "changeletterreg.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-SENT-REGISTER-STATUS.
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
       FD LetterCardFile.
       01 LETTER-CARD-RECORD.
           05 LC-LETTER-DATE PIC 9(8).
           05 LC-PRESORT PIC X.
           05 LC-HOUSEHOLD PIC X.

       FD LetterFile.
       01 LETTER-LINE PIC X(72).
               88 SL-KIND-PERSONAL VALUE "P".
           05 SL-LETTER-DATE PIC 9(8).

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
       COPY "LETTER-TEMPLATE-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-AFTER-HOUSENUMBER PIC X(5).
       01 WS-AFTER-ZIP PIC X(6).
       01 WS-AFTER-CITY PIC X(15).
       01 WS-AFTER-LANGUAGE PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF.
           DISPLAY "Confirming changes journaled on "
               WS-LETTER-DATE ".".
           PERFORM CHECK-LETTER-TEMPLATES.
           IF LETTER-TEMPLATES-MISSING
               DISPLAY "Letter run refused - template library "
                   "incomplete."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-LETTER-FILE-NAME.
           STRING "changeletters." DELIMITED BY SIZE
               WS-LETTER-DATE DELIMITED BY SIZE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-ADDRESS-DOUBT-REGISTER.
           PERFORM OPEN-CORR-ADDRESS-REGISTER.
           MOVE SPACES TO WS-PS-STATEMENT-NAME.
           STRING "postage.changeletters." DELIMITED BY SIZE
               WS-LETTER-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-PS-STATEMENT-NAME
           END-STRING.
           MOVE "CHANGE LETTERS" TO WS-PS-RUN-NAME.
           MOVE WS-LETTER-DATE TO WS-PS-RUN-DATE.
           IF PRESORT-WANTED
               OPEN OUTPUT LetterFile
               SET LETTER-FILE-OPEN TO TRUE
               SORT PresortFile
                   ON ASCENDING KEY PS-ZIP-CODE PS-STREET
                       PS-HOUSENUMBER PS-PIECE-SEQ PS-LINE-SEQ
                   INPUT PROCEDURE IS SCAN-JOURNAL-CHANGES
                   OUTPUT PROCEDURE IS PRESORT-OUTPUT
           ELSE
               PERFORM SCAN-JOURNAL-CHANGES
           END-IF.
           CLOSE JournalFile.
           PERFORM CLOSE-ADDRESS-DOUBT-REGISTER.
           PERFORM CLOSE-CORR-ADDRESS-REGISTER.
           IF LETTER-FILE-OPEN
               CLOSE LetterFile
           END-IF.
           PERFORM WRITE-POSTAGE-STATEMENT.
           DISPLAY "Confirmation letters printed: "
               WS-LETTER-COUNT " already sent: " WS-SKIPPED-SENT.
           PERFORM REPORT-LETTER-MERGE.
           IF WS-LETTER-COUNT > 0
               DISPLAY "Letters written to " WS-LETTER-FILE-NAME
                   "."
           END-IF.
           GOBACK.

       SCAN-JOURNAL-CHANGES SECTION.
           PERFORM UNTIL JOURNAL-EOF
               READ JournalFile
                   AT END SET JOURNAL-EOF TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF CONSOLIDATE-WANTED
               PERFORM PRINT-HOUSEHOLD-GROUPS
           END-IF.

       READ-LETTER-CARD SECTION.
           OPEN INPUT LetterCardFile.
                           AND LC-LETTER-DATE > 0
                           MOVE LC-LETTER-DATE TO WS-LETTER-DATE
                       END-IF
                       IF LC-PRESORT = "Y" OR "y"
                           SET PRESORT-WANTED TO TRUE
                       END-IF
                       IF LC-HOUSEHOLD = "Y" OR "y"
                           SET CONSOLIDATE-WANTED TO TRUE
                       END-IF
               END-READ
               CLOSE LetterCardFile
           END-IF.

       CHECK-LETTER-TEMPLATES SECTION.
           PERFORM LOAD-LETTER-TEMPLATES.
           MOVE "CHGADDR" TO WS-LT-CODE.
           PERFORM REQUIRE-LETTER-TEMPLATE.
           MOVE "CHGPERS" TO WS-LT-CODE.
           PERFORM REQUIRE-LETTER-TEMPLATE.
           IF CONSOLIDATE-WANTED
               MOVE "CHGADDRH" TO WS-LT-CODE
               PERFORM REQUIRE-LETTER-TEMPLATE
               MOVE "CHGPERSH" TO WS-LT-CODE
               PERFORM REQUIRE-LETTER-TEMPLATE
               PERFORM REQUIRE-HOUSEHOLD-TEMPLATES
           END-IF.

       CLASSIFY-CHANGE SECTION.
           SET KIND-NONE TO TRUE.
           MOVE CJ-BEFORE-IMAGE(18:20) TO WS-BEFORE-NAME.
           MOVE CJ-AFTER-IMAGE(53:5) TO WS-AFTER-HOUSENUMBER.
           MOVE CJ-AFTER-IMAGE(58:6) TO WS-AFTER-ZIP.
           MOVE CJ-AFTER-IMAGE(64:15) TO WS-AFTER-CITY.
           MOVE CJ-AFTER-IMAGE(207:2) TO WS-AFTER-LANGUAGE.
           IF CJ-BEFORE-IMAGE(38:41) NOT = CJ-AFTER-IMAGE(38:41)
               SET KIND-ADDRESS TO TRUE
           ELSE
           IF LETTER-ALREADY-SENT
               ADD 1 TO WS-SKIPPED-SENT
           ELSE
               PERFORM CHECK-LETTER-ADDRESS
           END-IF.
           IF NOT LETTER-ALREADY-SENT AND NOT MAIL-STOPPED
               IF CONSOLIDATE-WANTED AND NOT MAIL-TO-CORR-ADDRESS
                   PERFORM COLLECT-HOUSEHOLD-RECIPIENT
               END-IF
               IF NOT CONSOLIDATE-WANTED OR MAIL-TO-CORR-ADDRESS
                   OR HOUSEHOLD-TABLE-FULL
                   PERFORM PRINT-CONFIRMATION-LETTER
               END-IF
               PERFORM LOG-SENT-REGISTER
           END-IF.

       CHECK-LETTER-ADDRESS SECTION.
           PERFORM SET-RESIDENCE-MAIL-ADDRESS.
           MOVE CJ-PERSON-ID TO WS-CA-PERSON-ID.
           PERFORM RESOLVE-MAIL-ADDRESS.
           MOVE CJ-PERSON-ID TO WS-MR-PERSON-ID.
           MOVE WS-MAIL-STREET TO WS-MR-STREET.
           MOVE WS-MAIL-HOUSENUMBER TO WS-MR-HOUSENUMBER.
           MOVE WS-MAIL-ZIP-CODE TO WS-MR-ZIP-CODE.
           PERFORM CHECK-MAIL-STOP.

       SET-RESIDENCE-MAIL-ADDRESS SECTION.
           MOVE SPACES TO WS-MAIL-ADDRESS.
           IF KIND-ADDRESS
               MOVE WS-BEFORE-STREET TO WS-MAIL-STREET
               MOVE WS-BEFORE-HOUSENUMBER TO WS-MAIL-HOUSENUMBER
               MOVE WS-BEFORE-ZIP TO WS-MAIL-ZIP-CODE
               MOVE WS-BEFORE-CITY TO WS-MAIL-CITY
           ELSE
               MOVE WS-AFTER-STREET TO WS-MAIL-STREET
               MOVE WS-AFTER-HOUSENUMBER TO WS-MAIL-HOUSENUMBER
               MOVE WS-AFTER-ZIP TO WS-MAIL-ZIP-CODE
               MOVE WS-AFTER-CITY TO WS-MAIL-CITY
           END-IF.

       COLLECT-HOUSEHOLD-RECIPIENT SECTION.
           MOVE WS-CHANGE-KIND TO WS-HG-NEW-KIND.
           MOVE CJ-PERSON-ID TO WS-HG-NEW-PERSON-ID.
           MOVE WS-AFTER-NAME(1:10) TO WS-HG-NEW-FIRSTNAME.
           MOVE WS-AFTER-NAME(11:10) TO WS-HG-NEW-SURNAME.
           MOVE WS-AFTER-LANGUAGE TO WS-HG-NEW-LANGUAGE.
           IF KIND-ADDRESS
               MOVE WS-BEFORE-STREET TO WS-HG-NEW-STREET
               MOVE WS-BEFORE-HOUSENUMBER TO WS-HG-NEW-HOUSENUMBER
               MOVE WS-BEFORE-ZIP TO WS-HG-NEW-ZIP-CODE
               MOVE WS-BEFORE-CITY TO WS-HG-NEW-CITY
           ELSE
               MOVE WS-AFTER-STREET TO WS-HG-NEW-STREET
               MOVE WS-AFTER-HOUSENUMBER TO WS-HG-NEW-HOUSENUMBER
               MOVE WS-AFTER-ZIP TO WS-HG-NEW-ZIP-CODE
               MOVE WS-AFTER-CITY TO WS-HG-NEW-CITY
           END-IF.
           PERFORM ADD-HOUSEHOLD-RECIPIENT.

       PRINT-HOUSEHOLD-LETTER SECTION.
           MOVE T-HG-KIND(WS-HG-LEADER) TO WS-CHANGE-KIND.
           MOVE T-HG-PERSON-ID(WS-HG-LEADER) TO WS-MR-PERSON-ID.
           IF WS-HG-MEMBERS = 1
               MOVE SPACES TO WS-AFTER-NAME
               MOVE T-HG-FIRSTNAME(WS-HG-LEADER)
                   TO WS-AFTER-NAME(1:10)
               MOVE T-HG-SURNAME(WS-HG-LEADER)
                   TO WS-AFTER-NAME(11:10)
               MOVE T-HG-STREET(WS-HG-LEADER) TO WS-BEFORE-STREET
               MOVE T-HG-STREET(WS-HG-LEADER) TO WS-AFTER-STREET
               MOVE T-HG-HOUSENUMBER(WS-HG-LEADER)
                   TO WS-BEFORE-HOUSENUMBER
               MOVE T-HG-HOUSENUMBER(WS-HG-LEADER)
                   TO WS-AFTER-HOUSENUMBER
               MOVE T-HG-ZIP-CODE(WS-HG-LEADER) TO WS-BEFORE-ZIP
               MOVE T-HG-ZIP-CODE(WS-HG-LEADER) TO WS-AFTER-ZIP
               MOVE T-HG-CITY(WS-HG-LEADER) TO WS-BEFORE-CITY
               MOVE T-HG-CITY(WS-HG-LEADER) TO WS-AFTER-CITY
               MOVE T-HG-LANGUAGE(WS-HG-LEADER) TO WS-AFTER-LANGUAGE
               PERFORM SET-RESIDENCE-MAIL-ADDRESS
               PERFORM PRINT-CONFIRMATION-LETTER
           ELSE
               PERFORM PRINT-HOUSEHOLD-CONFIRMATION
           END-IF.

       PRINT-HOUSEHOLD-CONFIRMATION SECTION.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE T-HG-ZIP-CODE(WS-HG-LEADER) TO WS-PS-ZIP-CODE.
           MOVE T-HG-STREET(WS-HG-LEADER) TO WS-PS-STREET.
           MOVE T-HG-HOUSENUMBER(WS-HG-LEADER) TO WS-PS-HOUSENUMBER.
           PERFORM BEGIN-PRESORT-PIECE.
           MOVE SPACES TO LETTER-LINE.
           PERFORM EMIT-LETTER-LINE.
           PERFORM EMIT-LETTER-REFERENCE.
           PERFORM EMIT-HOUSEHOLD-ADDRESS.
           MOVE SPACES TO LETTER-LINE.
           PERFORM EMIT-LETTER-LINE.
           PERFORM CLEAR-LETTER-VALUES.
           MOVE "HOUSEHOLD" TO WS-LT-TAG.
           MOVE WS-HG-SALUTATION TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "STREET" TO WS-LT-TAG.
           MOVE T-HG-STREET(WS-HG-LEADER) TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "HOUSENO" TO WS-LT-TAG.
           MOVE T-HG-HOUSENUMBER(WS-HG-LEADER) TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "ZIP" TO WS-LT-TAG.
           MOVE T-HG-ZIP-CODE(WS-HG-LEADER) TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "CITY" TO WS-LT-TAG.
           MOVE T-HG-CITY(WS-HG-LEADER) TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "DATE" TO WS-LT-TAG.
           MOVE WS-LETTER-DATE TO WS-LT-DATE.
           PERFORM SET-LETTER-DATE.
           IF KIND-ADDRESS
               MOVE "CHGADDRH" TO WS-LT-CODE
           ELSE
               MOVE "CHGPERSH" TO WS-LT-CODE
           END-IF.
           MOVE T-HG-LANGUAGE(WS-HG-LEADER) TO WS-LT-LANGUAGE.
           PERFORM MERGE-LETTER-TEMPLATE.
           PERFORM EMIT-HOUSEHOLD-NAMES.
           MOVE "----------------------------------------"
               TO LETTER-LINE.
           PERFORM EMIT-LETTER-LINE.

       CHECK-ALREADY-SENT SECTION.
           MOVE "N" TO WS-ALREADY-SENT-SWITCH.
           MOVE "N" TO REGISTER-EOF-SWITCH.
           END-IF.

       PRINT-CONFIRMATION-LETTER SECTION.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE WS-MAIL-ZIP-CODE TO WS-PS-ZIP-CODE.
           MOVE WS-MAIL-STREET TO WS-PS-STREET.
           MOVE WS-MAIL-HOUSENUMBER TO WS-PS-HOUSENUMBER.
           PERFORM BEGIN-PRESORT-PIECE.
           MOVE SPACES TO LETTER-LINE.
           PERFORM EMIT-LETTER-LINE.
           PERFORM EMIT-LETTER-REFERENCE.
           MOVE WS-AFTER-NAME TO LETTER-LINE.
           PERFORM EMIT-LETTER-LINE.
           PERFORM BUILD-MAIL-ADDRESS-LINES.
           PERFORM VARYING WS-MAIL-LINE-IDX FROM 1 BY 1
                   UNTIL WS-MAIL-LINE-IDX > WS-MAIL-LINE-COUNT
               MOVE WS-MAIL-LINE(WS-MAIL-LINE-IDX) TO LETTER-LINE
               PERFORM EMIT-LETTER-LINE
           END-PERFORM.
           MOVE SPACES TO LETTER-LINE.
           PERFORM EMIT-LETTER-LINE.
           PERFORM SET-CHANGE-LETTER-VALUES.
           IF KIND-ADDRESS
               MOVE "CHGADDR" TO WS-LT-CODE
           ELSE
               MOVE "CHGPERS" TO WS-LT-CODE
           END-IF.
           MOVE WS-AFTER-LANGUAGE TO WS-LT-LANGUAGE.
           PERFORM MERGE-LETTER-TEMPLATE.
           MOVE "----------------------------------------"
               TO LETTER-LINE.
           PERFORM EMIT-LETTER-LINE.

       SET-CHANGE-LETTER-VALUES SECTION.
           PERFORM CLEAR-LETTER-VALUES.
           MOVE "NAME" TO WS-LT-TAG.
           MOVE SPACES TO WS-LT-VALUE.
           STRING WS-AFTER-NAME(1:10) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-AFTER-NAME(11:10) DELIMITED BY SIZE
               INTO WS-LT-VALUE
           END-STRING.
           PERFORM SET-LETTER-VALUE.
           MOVE "FIRSTNAME" TO WS-LT-TAG.
           MOVE WS-AFTER-NAME(1:10) TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "SURNAME" TO WS-LT-TAG.
           MOVE WS-AFTER-NAME(11:10) TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "STREET" TO WS-LT-TAG.
           MOVE WS-AFTER-STREET TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "HOUSENO" TO WS-LT-TAG.
           MOVE WS-AFTER-HOUSENUMBER TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "ZIP" TO WS-LT-TAG.
           MOVE WS-AFTER-ZIP TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "CITY" TO WS-LT-TAG.
           MOVE WS-AFTER-CITY TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "OLDSTREET" TO WS-LT-TAG.
           MOVE WS-BEFORE-STREET TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "OLDHOUSENO" TO WS-LT-TAG.
           MOVE WS-BEFORE-HOUSENUMBER TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "OLDZIP" TO WS-LT-TAG.
           MOVE WS-BEFORE-ZIP TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "OLDCITY" TO WS-LT-TAG.
           MOVE WS-BEFORE-CITY TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "PERSONID" TO WS-LT-TAG.
           MOVE WS-MR-PERSON-ID TO WS-LT-VALUE.
           PERFORM SET-LETTER-VALUE.
           MOVE "DATE" TO WS-LT-TAG.
           MOVE WS-LETTER-DATE TO WS-LT-DATE.
           PERFORM SET-LETTER-DATE.

       EMIT-TEMPLATE-LINE SECTION.
           MOVE WS-LT-LINE TO LETTER-LINE.
           PERFORM EMIT-LETTER-LINE.

       EMIT-LETTER-REFERENCE SECTION.
           MOVE "CHGL" TO WS-MR-TYPE.
           PERFORM BUILD-MAIL-REFERENCE.
           MOVE WS-MR-LINE TO LETTER-LINE.
           PERFORM EMIT-LETTER-LINE.

       EMIT-LETTER-LINE SECTION.
           IF PRESORT-WANTED
               MOVE LETTER-LINE TO WS-PS-OUT-LINE
               PERFORM RELEASE-PRESORT-LINE
           ELSE
               MOVE LETTER-LINE TO WS-PS-OUT-LINE
               PERFORM PUT-PRESORT-LINE
           END-IF.

       PUT-PRESORT-LINE SECTION.
           IF NOT LETTER-FILE-OPEN
               OPEN OUTPUT LetterFile
               SET LETTER-FILE-OPEN TO TRUE
           END-IF.
           MOVE WS-PS-OUT-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.

       COPY "PRESORT".

       COPY "HOUSEHOLD-LETTER".

       COPY "MAIL-REFERENCE".

       COPY "CORR-ADDRESS-LOOKUP".

       COPY "LETTER-MERGE".

       LOG-SENT-REGISTER SECTION.
           MOVE CJ-PERSON-ID TO SL-PERSON-ID.
           MOVE WS-CHANGE-KIND TO SL-CHANGE-KIND.
               MOVE WS-ENV-JOURNAL TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-JOURNAL
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
