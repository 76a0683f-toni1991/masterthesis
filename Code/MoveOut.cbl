           05 TD-ZIP-CODE PIC X(6).
           05 TD-CITY PIC X(15).
           05 TD-SEX-CODE PIC X.
           05 TD-MOVE-DATE PIC 9(8).
           05 FILLER PIC X(5).
       01 TRANSFER-TRAILER-RECORD REDEFINES TRANSFER-LINE.
           05 TT-RECORD-TYPE PIC X.
           05 TT-RECORD-COUNT PIC 9(6).

       TRANSFER-OUT-PERSON SECTION.
           IF STATUS-DECEASED OR STATUS-PENDING-PURGE
               OR STATUS-TRANSFERRED OR STATUS-EMIGRATED
               DISPLAY "PERSON-ID " WS-MOVE-OUT-ID " cannot be "
                   "transferred in status " PERSON-STATUS "."
               MOVE 1 TO RETURN-CODE
           MOVE ZIP-CODE TO TD-ZIP-CODE.
           MOVE CITY TO TD-CITY.
           MOVE SEX-CODE TO TD-SEX-CODE.
           MOVE WS-RUN-DATE TO TD-MOVE-DATE.
           WRITE TRANSFER-DETAIL-RECORD.
           MOVE SPACES TO TRANSFER-TRAILER-RECORD.
           MOVE "T" TO TT-RECORD-TYPE.
