                                    CONTROL-RECORD BY ARCHIVE-CTL-RECORD
                                    CONTROL-ID BY ARCHIVE-CTL-ID
                                    CONTROL-COUNT BY ARCHIVE-CTL-COUNT.
       01 ARCHIVE-DATED-RECORD.
           05 FILLER PIC X(208).
           05 ARCHIVE-DATE PIC 9(8).

       FD WriteLogFile.
       COPY "WRITE-LOG".
           DISPLAY "  Name " ARCHIVE-SURNAME ", " ARCHIVE-FIRSTNAME.
           DISPLAY "  Written by " ARCHIVE-OPERATOR-ID " at "
               ARCHIVE-WRITE-TIMESTAMP.
           IF ARCHIVE-DATE IS NUMERIC AND ARCHIVE-DATE > 0
               DISPLAY "  Archived on " ARCHIVE-DATE
           END-IF.
           DISPLAY "Restore this record? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF CONFIRMED
