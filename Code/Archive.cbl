                                    CONTROL-RECORD BY ARCHIVE-CTL-RECORD
                                    CONTROL-ID BY ARCHIVE-CTL-ID
                                    CONTROL-COUNT BY ARCHIVE-CTL-COUNT.
       01 ARCHIVE-DATED-RECORD.
           05 FILLER PIC X(208).
           05 ARCHIVE-DATE PIC 9(8).

       FD WriteLogFile.
       COPY "WRITE-LOG".
           STOP RUN.

       ARCHIVE-CURRENT-RECORD SECTION.
           MOVE PERSON TO ARCHIVE-PERSON.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           MOVE WS-STAMP-DATE TO ARCHIVE-DATE.
           WRITE ARCHIVE-DATED-RECORD.
           MOVE PERSON-ID TO WL-PERSON-ID.
           MOVE PERSON TO CJ-BEFORE-IMAGE.
           MOVE OPERATOR-ID TO CJ-OPERATOR-ID.
