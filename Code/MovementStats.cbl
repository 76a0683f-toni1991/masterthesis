          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-PRIOR-RETURN-STATUS.

       SELECT ResidenceRegisterFile
          ASSIGN TO DYNAMIC WS-ENV-RESIDENCES
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RR-KEY
          FILE STATUS IS WS-RESIDENCE-REGISTER-STATUS.

       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
          ORGANIZATION IS LINE SEQUENTIAL
       FD JournalFile.
       COPY "CHANGE-JOURNAL".

       FD ResidenceRegisterFile.
       COPY "RESIDENCE-REGISTER".

       FD RecordFile.
       COPY "PersonData".

           05 PR-CLOSING-POPULATION PIC 9(6).

       WORKING-STORAGE SECTION.
       COPY "RESIDENCE-REGISTER-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-OPENING-KNOWN-SWITCH PIC X VALUE "N".
           88 OPENING-KNOWN VALUE "Y".
       01 WS-PHYSICAL-COUNT PIC 9(6) VALUE 0.
       01 WS-SECONDARY-MOVEMENTS PIC 9(6) VALUE 0.
       01 WS-SECONDARY-LIVE PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
           END-IF.
           DISPLAY "Reporting month " WS-REPORT-MONTH ".".
           PERFORM OPEN-RESIDENCE-REGISTER.
           IF RESIDENCE-REGISTER-FAILED
               DISPLAY "Return refused - main residences cannot be "
                   "told apart."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CLASSIFY-JOURNAL-MOVEMENTS.
           MOVE WS-RR-SECONDARY-SKIPPED TO WS-SECONDARY-MOVEMENTS.
           MOVE 0 TO WS-RR-SECONDARY-SKIPPED.
           MOVE WS-RUN-DATE TO WS-RR-CHECK-DATE.
           PERFORM COUNT-LIVE-POPULATION.
           MOVE WS-RR-SECONDARY-SKIPPED TO WS-SECONDARY-LIVE.
           PERFORM CLOSE-RESIDENCE-REGISTER.
           PERFORM READ-PRIOR-RETURN.
           PERFORM PRINT-RECONCILIATION.
           PERFORM WRITE-STATS-RETURN.
                   IF NOT JOURNAL-EOF
                       MOVE CJ-TIMESTAMP(1:6) TO WS-ENTRY-MONTH
                       IF WS-ENTRY-MONTH = WS-REPORT-MONTH
                           MOVE CJ-PERSON-ID TO WS-RR-CHECK-ID
                           MOVE CJ-TIMESTAMP(1:8) TO WS-RR-CHECK-DATE
                           PERFORM CHECK-MAIN-RESIDENCE
                           IF MAIN-RESIDENCE-HERE
                               PERFORM CLASSIFY-ONE-ENTRY
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
                       EVALUATE WS-AFTER-STATUS
                           WHEN "X" ADD 1 TO WS-DEATH-COUNT
                           WHEN "T" ADD 1 TO WS-MOVE-OUT-COUNT
                           WHEN "E" ADD 1 TO WS-MOVE-OUT-COUNT
                           WHEN "P" ADD 1 TO WS-OTHER-LOSS-COUNT
                           WHEN "A"
                           WHEN " "
                               IF WS-BEFORE-STATUS = "E"
                                   ADD 1 TO WS-MOVE-IN-COUNT
                               END-IF
                       END-EVALUATE
                   END-IF
               WHEN CJ-ACTION-DELETE
                       ELSE
                           ADD 1 TO WS-PHYSICAL-COUNT
                           IF STATUS-ACTIVE OR PERSON-STATUS = SPACE
                               MOVE PERSON-ID TO WS-RR-CHECK-ID
                               PERFORM CHECK-MAIN-RESIDENCE
                               IF MAIN-RESIDENCE-HERE
                                   ADD 1 TO WS-CLOSING-LIVE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   "reconciliation cannot be proven this month."
               MOVE 2 TO RETURN-CODE
           END-IF.
           DISPLAY "Secondary residences left out "
               "(movements / live): " WS-SECONDARY-MOVEMENTS " / "
               WS-SECONDARY-LIVE.
           DISPLAY "Trailer count on file:        "
               WS-TRAILER-COUNT.
           DISPLAY "Physical records counted:     "
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
               MOVE WS-ENV-RESIDENCES TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RESIDENCES
           END-IF.

       COPY "ENV-SECTIONS".

       COPY "RESIDENCE-TYPE-CHECK".

       END PROGRAM MOVEMENT-STATS.
