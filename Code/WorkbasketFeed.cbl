          ASSIGN TO "dataquality.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-QUALITY-STATUS.
       SELECT LandlordOverdueFile
          ASSIGN TO "landlordoverdue.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-LANDLORD-OVERDUE-STATUS.
       SELECT ResidenceConflictFile
          ASSIGN TO "residenceconflicts.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RESIDENCE-CONFLICT-STATUS.
       SELECT MailReturnFeedFile
          ASSIGN TO "mailreturnfeed.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RETURN-FEED-STATUS.
       SELECT CorrExpiryFeedFile
          ASSIGN TO "corraddrfeed.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CORR-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 DQ-SEVERITY PIC X.
           05 DQ-FIELD-TEXT PIC X(30).

       FD LandlordOverdueFile.
       01 LANDLORD-OVERDUE-RECORD.
           05 LO-PERSON-ID PIC 9(6).
           05 LO-MOVE-IN-DATE PIC 9(8).
           05 LO-DUE-DATE PIC 9(8).
           05 LO-STREET PIC X(15).
           05 LO-HOUSENUMBER PIC X(5).
           05 LO-LANDLORD-NAME PIC X(30).

       FD ResidenceConflictFile.
       COPY "RESIDENCE-CONFLICT".

       FD MailReturnFeedFile.
       COPY "MAIL-RETURN".

       FD CorrExpiryFeedFile.
       COPY "CORR-EXPIRY-FEED".

       WORKING-STORAGE SECTION.
       01 WS-WORKBASKET-STATUS PIC X(2).
       01 WS-DEATH-REVIEW-STATUS PIC X(2).
       01 WS-LOAD-REJECT-STATUS PIC X(2).
       01 WS-AGE-EXCEPTION-STATUS PIC X(2).
       01 WS-QUALITY-STATUS PIC X(2).
       01 WS-LANDLORD-OVERDUE-STATUS PIC X(2).
       01 WS-RESIDENCE-CONFLICT-STATUS PIC X(2).
       01 WS-RETURN-FEED-STATUS PIC X(2).
       01 WS-CORR-FEED-STATUS PIC X(2).
       01 BASKET-EOF-SWITCH PIC X VALUE "N".
           88 BASKET-EOF VALUE "Y".
       01 FEED-EOF-SWITCH PIC X.
           PERFORM FEED-LOAD-REJECTS.
           PERFORM FEED-AGE-EXCEPTIONS.
           PERFORM FEED-QUALITY-EXCEPTIONS.
           PERFORM FEED-LANDLORD-OVERDUE.
           PERFORM FEED-RESIDENCE-CONFLICTS.
           PERFORM FEED-MAIL-RETURNS.
           PERFORM FEED-CORR-ADDRESS-EXPIRY.
           PERFORM SAVE-WORKBASKET.
           DISPLAY "Items carried over: " WS-CARRIED-COUNT
               " new items fed: " WS-ADDED-COUNT.
               CLOSE QualityExceptionFile
           END-IF.

       FEED-LANDLORD-OVERDUE SECTION.
           MOVE "N" TO FEED-EOF-SWITCH.
           OPEN INPUT LandlordOverdueFile.
           IF WS-LANDLORD-OVERDUE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FEED-EOF
                   READ LandlordOverdueFile
                       AT END SET FEED-EOF TO TRUE
                   END-READ
                   IF NOT FEED-EOF
                       MOVE "LANDLORD-OVERDUE" TO WS-NEW-SOURCE
                       MOVE 2 TO WS-NEW-PRIORITY
                       MOVE LO-PERSON-ID TO WS-NEW-PERSON-ID
                       MOVE SPACES TO WS-NEW-TEXT
                       STRING "Landlord conf. due " DELIMITED BY SIZE
                           LO-DUE-DATE DELIMITED BY SIZE
                           " missing" DELIMITED BY SIZE
                           INTO WS-NEW-TEXT
                       END-STRING
                       PERFORM ADD-BASKET-ITEM
                   END-IF
               END-PERFORM
               CLOSE LandlordOverdueFile
           END-IF.

       FEED-RESIDENCE-CONFLICTS SECTION.
           MOVE "N" TO FEED-EOF-SWITCH.
           OPEN INPUT ResidenceConflictFile.
           IF WS-RESIDENCE-CONFLICT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FEED-EOF
                   READ ResidenceConflictFile
                       AT END SET FEED-EOF TO TRUE
                   END-READ
                   IF NOT FEED-EOF
                       MOVE "RESIDENCE-CONFLICT" TO WS-NEW-SOURCE
                       MOVE 1 TO WS-NEW-PRIORITY
                       MOVE RC-PERSON-ID TO WS-NEW-PERSON-ID
                       MOVE SPACES TO WS-NEW-TEXT
                       STRING "Main res. also at " DELIMITED BY SIZE
                           RC-OTHER-MUNICIPALITY DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           RC-OTHER-MUNICIPALITY-NAME
                               DELIMITED BY SIZE
                           INTO WS-NEW-TEXT
                       END-STRING
                       PERFORM ADD-BASKET-ITEM
                   END-IF
               END-PERFORM
               CLOSE ResidenceConflictFile
           END-IF.

       FEED-MAIL-RETURNS SECTION.
           MOVE "N" TO FEED-EOF-SWITCH.
           OPEN INPUT MailReturnFeedFile.
           IF WS-RETURN-FEED-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FEED-EOF
                   READ MailReturnFeedFile
                       AT END SET FEED-EOF TO TRUE
                   END-READ
                   IF NOT FEED-EOF
                       MOVE "MAIL-RETURNS" TO WS-NEW-SOURCE
                       MOVE 2 TO WS-NEW-PRIORITY
                       MOVE RT-PERSON-ID TO WS-NEW-PERSON-ID
                       MOVE SPACES TO WS-NEW-TEXT
                       STRING "Mail returned (" DELIMITED BY SIZE
                           RT-LETTER-TYPE DELIMITED BY SIZE
                           ") - check address" DELIMITED BY SIZE
                           INTO WS-NEW-TEXT
                       END-STRING
                       PERFORM ADD-BASKET-ITEM
                   END-IF
               END-PERFORM
               CLOSE MailReturnFeedFile
               OPEN OUTPUT MailReturnFeedFile
               CLOSE MailReturnFeedFile
           END-IF.

       FEED-CORR-ADDRESS-EXPIRY SECTION.
           MOVE "N" TO FEED-EOF-SWITCH.
           OPEN INPUT CorrExpiryFeedFile.
           IF WS-CORR-FEED-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FEED-EOF
                   READ CorrExpiryFeedFile
                       AT END SET FEED-EOF TO TRUE
                   END-READ
                   IF NOT FEED-EOF
                       MOVE "CORR-ADDRESS" TO WS-NEW-SOURCE
                       MOVE 2 TO WS-NEW-PRIORITY
                       MOVE CF-PERSON-ID TO WS-NEW-PERSON-ID
                       MOVE SPACES TO WS-NEW-TEXT
                       STRING "Corr. address expired " DELIMITED BY SIZE
                           CF-VALID-UNTIL DELIMITED BY SIZE
                           INTO WS-NEW-TEXT
                       END-STRING
                       PERFORM ADD-BASKET-ITEM
                   END-IF
               END-PERFORM
               CLOSE CorrExpiryFeedFile
               OPEN OUTPUT CorrExpiryFeedFile
               CLOSE CorrExpiryFeedFile
           END-IF.

       ADD-BASKET-ITEM SECTION.
           PERFORM CHECK-ITEM-DUPLICATE.
           IF ITEM-ALREADY-OPEN
