          ASSIGN TO "partnercard.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-PARTNER-CARD-STATUS.
       SELECT ObjectionFile
          ASSIGN TO DYNAMIC WS-ENV-OBJECTION
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS OB-KEY
          FILE STATUS IS WS-OBJECTION-STATUS.

       SELECT DisclosureRegisterFile
          ASSIGN TO "disclosureregister.txt"
       FD EnvProfileFile.
       COPY "ENV-PROFILE".

       FD ObjectionFile.
       COPY "OBJECTION".

       FD RecordFile.
       COPY "PersonData".

           05 PX-SENDER-ID PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "OBJECTION-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
           DISPLAY "PARTNER INTERFACE EXTRACT".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-PARTNER-CARD.
           MOVE "YYYY" TO WS-OBJ-HONOUR-FLAGS.
           PERFORM OPEN-OBJECTION-REGISTER.
           IF OBJECTION-REGISTER-FAILED
               DISPLAY "Extract refused - objections cannot be "
                   "honoured."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No data available to extract."
                   END-READ
                   IF NOT EOF AND PERSON-ID NOT = WS-TRAILER-KEY
                       AND (STATUS-ACTIVE OR PERSON-STATUS = SPACE)
                       MOVE PERSON-ID TO WS-OBJ-CHECK-ID
                       PERFORM CHECK-OBJECTION
                       IF NOT OBJECTION-WITHHELD
                           PERFORM WRITE-PARTNER-DETAIL
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM WRITE-PARTNER-TRAILER
               PERFORM REGISTER-EXTRACT-GENERATION
               DISPLAY "Extract complete. Details: " WS-DETAIL-COUNT
                   " Hash total: " WS-HASH-TOTAL
               PERFORM REPORT-OBJECTION-WITHHELD
           END-IF.
           PERFORM CLOSE-OBJECTION-REGISTER.
           GOBACK.

       READ-PARTNER-CARD SECTION.
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
               MOVE WS-ENV-OBJECTION TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-OBJECTION
           END-IF.

       COPY "ENV-SECTIONS".

       COPY "OBJECTION-CHECK".

       NEXT-EXTRACT-GENERATION SECTION.
           MOVE 0 TO WS-CURRENT-GENERATION.
           OPEN INPUT GenCounterFile.
