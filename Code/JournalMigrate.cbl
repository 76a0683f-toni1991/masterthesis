       SELECT NewJournalFile
          ASSIGN TO DYNAMIC WS-NEW-JOURNAL-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT JournalHashFile
          ASSIGN TO "journalhash.migrated.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-JOURNAL-HASH-STATUS.

       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
       COPY "ENV-PROFILE".

       FD OldJournalFile.
       01 JRNL-LINE PIC X(473).
       01 OLD-JOURNAL-RECORD REDEFINES JRNL-LINE.
           05 OJ-PERSON-ID PIC 9(6).
           05 OJ-ACTION PIC X.
           05 OJ-TIMESTAMP PIC 9(14).
           05 OJ-BEFORE-IMAGE PIC X(102).
           05 OJ-AFTER-IMAGE PIC X(102).
           05 FILLER PIC X(240).
       01 V05-JOURNAL-RECORD REDEFINES JRNL-LINE.
           05 V5-PERSON-ID PIC 9(6).
           05 V5-ACTION PIC X.
           05 V5-OPERATOR-ID PIC X(8).
           05 V5-TIMESTAMP PIC 9(14).
           05 V5-BEFORE-IMAGE PIC X(196).
           05 V5-AFTER-IMAGE PIC X(196).
           05 V5-PROGRAM-NAME PIC X(20).
           05 V5-CHAIN-HASH PIC X(8).
           05 FILLER PIC X(24).
       01 V06-JOURNAL-RECORD REDEFINES JRNL-LINE.
           05 V6-PERSON-ID PIC 9(6).
           05 V6-ACTION PIC X.
           05 V6-OPERATOR-ID PIC X(8).
           05 V6-TIMESTAMP PIC 9(14).
           05 V6-BEFORE-IMAGE PIC X(206).
           05 V6-AFTER-IMAGE PIC X(206).
           05 V6-PROGRAM-NAME PIC X(20).
           05 V6-CHAIN-HASH PIC X(8).
           05 FILLER PIC X(4).
       01 CUR-JOURNAL-VIEW REDEFINES JRNL-LINE.
           05 FILLER PIC X(465).
           05 CV-CHAIN-HASH PIC X(8).

       FD NewJournalFile.
       COPY "CHANGE-JOURNAL".

       FD JournalHashFile.
       COPY "JOURNAL-HASH".

       WORKING-STORAGE SECTION.
       COPY "JOURNAL-CHAIN-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
           88 JOURNAL-EOF VALUE "Y".
       01 WS-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-CONVERTED-COUNT PIC 9(6) VALUE 0.
       01 WS-V05-COUNT PIC 9(6) VALUE 0.
       01 WS-V06-COUNT PIC 9(6) VALUE 0.
       01 WS-RECHAINED-COUNT PIC 9(6) VALUE 0.
       01 WS-CARRIED-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
               GOBACK
           END-IF.
           OPEN OUTPUT NewJournalFile.
           MOVE 0 TO WS-JC-HEAD.
           PERFORM SAVE-JOURNAL-HASH-HEAD.
           PERFORM UNTIL JOURNAL-EOF
               MOVE SPACES TO JRNL-LINE
               READ OldJournalFile
           DISPLAY "Journal entries read:      " WS-READ-COUNT.
           DISPLAY "Pre-upgrade entries "
               "converted: " WS-CONVERTED-COUNT.
           DISPLAY "Version 05 entries "
               "converted:  " WS-V05-COUNT.
           DISPLAY "Version 06 entries "
               "converted:  " WS-V06-COUNT.
           DISPLAY "Current entries carried:   "
               WS-CARRIED-COUNT.
           DISPLAY "Entries re-chained:        "
               WS-RECHAINED-COUNT.
           DISPLAY "Converted journal written to "
               WS-NEW-JOURNAL-NAME " - swap it into place as "
               "the change journal once verified, together with "
               "journalhash.migrated.txt as journalhash.txt.".
           GOBACK.

       MIGRATE-ONE-ENTRY SECTION.
           IF CV-CHAIN-HASH IS NUMERIC
               ADD 1 TO WS-CARRIED-COUNT
               MOVE JRNL-LINE TO CHANGE-JOURNAL-RECORD
               PERFORM RECHAIN-AND-WRITE
           ELSE
           IF V6-CHAIN-HASH IS NUMERIC
               ADD 1 TO WS-V06-COUNT
               MOVE V6-PERSON-ID TO CJ-PERSON-ID
               MOVE V6-ACTION TO CJ-ACTION
               MOVE V6-OPERATOR-ID TO CJ-OPERATOR-ID
               MOVE V6-TIMESTAMP TO CJ-TIMESTAMP
               MOVE SPACES TO CJ-BEFORE-IMAGE
               IF V6-BEFORE-IMAGE NOT = SPACES
                   MOVE V6-BEFORE-IMAGE TO CJ-BEFORE-IMAGE(1:206)
               END-IF
               MOVE SPACES TO CJ-AFTER-IMAGE
               IF V6-AFTER-IMAGE NOT = SPACES
                   MOVE V6-AFTER-IMAGE TO CJ-AFTER-IMAGE(1:206)
               END-IF
               MOVE V6-PROGRAM-NAME TO CJ-PROGRAM-NAME
               MOVE V6-CHAIN-HASH TO CJ-CHAIN-HASH
               PERFORM RECHAIN-AND-WRITE
           ELSE
           IF V5-CHAIN-HASH IS NUMERIC
               ADD 1 TO WS-V05-COUNT
               MOVE V5-PERSON-ID TO CJ-PERSON-ID
               MOVE V5-ACTION TO CJ-ACTION
               MOVE V5-OPERATOR-ID TO CJ-OPERATOR-ID
               MOVE V5-TIMESTAMP TO CJ-TIMESTAMP
               MOVE SPACES TO CJ-BEFORE-IMAGE
               IF V5-BEFORE-IMAGE NOT = SPACES
                   MOVE V5-BEFORE-IMAGE TO CJ-BEFORE-IMAGE(1:196)
                   MOVE ZERO TO CJ-BEFORE-IMAGE(199:8)
               END-IF
               MOVE SPACES TO CJ-AFTER-IMAGE
               IF V5-AFTER-IMAGE NOT = SPACES
                   MOVE V5-AFTER-IMAGE TO CJ-AFTER-IMAGE(1:196)
                   MOVE ZERO TO CJ-AFTER-IMAGE(199:8)
               END-IF
               MOVE V5-PROGRAM-NAME TO CJ-PROGRAM-NAME
               MOVE V5-CHAIN-HASH TO CJ-CHAIN-HASH
               PERFORM RECHAIN-AND-WRITE
           ELSE
               ADD 1 TO WS-CONVERTED-COUNT
               MOVE OJ-PERSON-ID TO CJ-PERSON-ID
               MOVE SPACES TO CJ-PROGRAM-NAME
               MOVE 0 TO CJ-CHAIN-HASH
               WRITE CHANGE-JOURNAL-RECORD
           END-IF
           END-IF
           END-IF.

       RECHAIN-AND-WRITE SECTION.
           IF CJ-CHAIN-HASH = 0
               WRITE CHANGE-JOURNAL-RECORD
           ELSE
               PERFORM CHAIN-JOURNAL-RECORD
               ADD 1 TO WS-RECHAINED-COUNT
               WRITE CHANGE-JOURNAL-RECORD
           END-IF.

       RESOLVE-ENVIRONMENT SECTION.

       COPY "ENV-SECTIONS".

       COPY "JOURNAL-CHAIN".

       END PROGRAM JOURNAL-MIGRATE.
