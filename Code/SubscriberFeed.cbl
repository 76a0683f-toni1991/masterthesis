       SELECT DeltaFile
          ASSIGN TO DYNAMIC WS-DELTA-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ObjectionFile
          ASSIGN TO DYNAMIC WS-ENV-OBJECTION
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS OB-KEY
          FILE STATUS IS WS-OBJECTION-STATUS.
       SELECT EmigrationRegisterFile
          ASSIGN TO "emigrationregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-EMIGRATION-REGISTER-STATUS.

       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
       FD EnvProfileFile.
       COPY "ENV-PROFILE".

       FD ObjectionFile.
       COPY "OBJECTION".

       FD SubscriberFile.
       COPY "SUBSCRIBER".

       FD DeltaFile.
       01 DELTA-LINE PIC X(90).

       FD EmigrationRegisterFile.
       COPY "EMIGRATION-REGISTER".

       WORKING-STORAGE SECTION.
       COPY "OBJECTION-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-SUBSCRIBER-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-FEED-CARD-STATUS PIC X(2).
       01 WS-EMIGRATION-REGISTER-STATUS PIC X(2).
       01 EMIGRATION-EOF-SWITCH PIC X.
           88 EMIGRATION-EOF VALUE "Y".
       01 WS-DELTA-FILE-NAME PIC X(40).
       01 SUBSCRIBER-EOF-SWITCH PIC X VALUE "N".
           88 SUBSCRIBER-EOF VALUE "Y".
       01 WS-EVENT-KIND PIC X.
           88 EVENT-IS-MOVE VALUE "M".
           88 EVENT-IS-DEATH VALUE "D".
           88 EVENT-IS-EMIGRATION VALUE "E".
           88 EVENT-IS-RETURN VALUE "R".
           88 EVENT-IS-NONE VALUE "N".
       01 WS-AFTER-NAME PIC X(20).
       01 WS-AFTER-ADDRESS PIC X(41).
       01 WS-AFTER-DOB PIC X(8).
       01 WS-EVENT-PERSON PIC X(6).
       01 WS-EVENT-COUNTRY PIC X(3).
       01 WS-FEEDS-WRITTEN PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
                   "feed."
               GOBACK
           END-IF.
           MOVE "YYYY" TO WS-OBJ-HONOUR-FLAGS.
           PERFORM OPEN-OBJECTION-REGISTER.
           IF OBJECTION-REGISTER-FAILED
               DISPLAY "Feed refused - objections cannot be "
                   "honoured."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Feeding journal entries of " WS-FEED-DATE
               " to " WS-SB-COUNT " subscriber(s).".
           PERFORM SCAN-JOURNAL-FOR-DELTAS.
           PERFORM CLOSE-OBJECTION-REGISTER.
           PERFORM CLOSE-OPEN-DELTA-FILES.
           PERFORM SAVE-SUBSCRIBERS.
           DISPLAY "Delta files written: " WS-FEEDS-WRITTEN ".".
           PERFORM REPORT-OBJECTION-WITHHELD.
           GOBACK.

       READ-FEED-CARD SECTION.
                       AND CJ-TIMESTAMP(1:8) = WS-FEED-DATE
                       PERFORM CLASSIFY-JOURNAL-EVENT
                       IF NOT EVENT-IS-NONE
                           MOVE CJ-PERSON-ID TO WS-OBJ-CHECK-ID
                           PERFORM CHECK-OBJECTION
                           IF NOT OBJECTION-WITHHELD
                               PERFORM FEED-EVENT-TO-SUBSCRIBERS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
                   AND CJ-AFTER-IMAGE(80:1) = "X"
                   SET EVENT-IS-DEATH TO TRUE
               ELSE
                   IF CJ-BEFORE-IMAGE(80:1) NOT = "E"
                       AND CJ-AFTER-IMAGE(80:1) = "E"
                       SET EVENT-IS-EMIGRATION TO TRUE
                   ELSE
                       IF CJ-BEFORE-IMAGE(80:1) = "E"
                           AND CJ-AFTER-IMAGE(80:1) NOT = "E"
                           SET EVENT-IS-RETURN TO TRUE
                       ELSE
                           IF CJ-BEFORE-IMAGE(38:41) NOT =
                               CJ-AFTER-IMAGE(38:41)
                               SET EVENT-IS-MOVE TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
               MOVE CJ-AFTER-IMAGE(18:20) TO WS-AFTER-NAME
               MOVE CJ-AFTER-IMAGE(38:41) TO WS-AFTER-ADDRESS
               MOVE CJ-AFTER-IMAGE(7:8) TO WS-AFTER-DOB
               MOVE SPACES TO WS-EVENT-COUNTRY
               IF EVENT-IS-EMIGRATION OR EVENT-IS-RETURN
                   PERFORM FIND-EVENT-COUNTRY
               END-IF
           END-IF.

       FIND-EVENT-COUNTRY SECTION.
           MOVE "N" TO EMIGRATION-EOF-SWITCH.
           OPEN INPUT EmigrationRegisterFile.
           IF WS-EMIGRATION-REGISTER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EMIGRATION-EOF
                   READ EmigrationRegisterFile
                       AT END SET EMIGRATION-EOF TO TRUE
                   END-READ
                   IF NOT EMIGRATION-EOF
                       AND EM-PERSON-ID = CJ-PERSON-ID
                       AND EM-TIMESTAMP = CJ-TIMESTAMP
                       MOVE EM-COUNTRY-CODE TO WS-EVENT-COUNTRY
                   END-IF
               END-PERFORM
               CLOSE EmigrationRegisterFile
           END-IF.

       FEED-EVENT-TO-SUBSCRIBERS SECTION.
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > WS-SB-COUNT
               IF ((EVENT-IS-MOVE OR EVENT-IS-EMIGRATION
                       OR EVENT-IS-RETURN)
                       AND T-SB-WANT-MOVES(WS-SB-IDX) = "Y")
                   OR (EVENT-IS-DEATH
                       AND T-SB-WANT-DEATHS(WS-SB-IDX) = "Y")
           IF T-SB-FIELD-DOB(WS-SB-IDX) = "Y"
               MOVE WS-AFTER-DOB TO DELTA-LINE(74:8)
           END-IF.
           MOVE WS-EVENT-COUNTRY TO DELTA-LINE(83:3).
           WRITE DELTA-LINE.
           ADD 1 TO T-SB-LINES(WS-SB-IDX).
           CLOSE DeltaFile.
               MOVE WS-ENV-JOURNAL TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-JOURNAL
               MOVE WS-ENV-OBJECTION TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-OBJECTION
           END-IF.

       COPY "ENV-SECTIONS".

       COPY "OBJECTION-CHECK".

       END PROGRAM SUBSCRIBER-FEED.
