          ASSIGN TO "reportindex.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REPORT-INDEX-STATUS.
       SELECT CodeTableFile
          ASSIGN TO "codetable.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CODE-TABLE-STATUS.

       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
       COPY "PersonData".

       FD ReportFile.
       01 REPORT-LINE PIC X(100).

       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       FD CodeTableFile.
       COPY "CODE-TABLE".

       WORKING-STORAGE SECTION.
       COPY "CODE-TABLE-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
           05 WDL-FIRSTNAME PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WDL-NATIONALITY PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WDL-NATIONALITY-TEXT PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WDL-PERMIT-TYPE PIC X(2).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WDL-PERMIT-TEXT PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WDL-EXPIRY PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           MOVE "RESIDENCE PERMITS EXPIRING WITHIN 90 DAYS"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ID      SURNAME     FIRSTNAME   NATIONALITY"
                   DELIMITED BY SIZE
               "          PERMIT              EXPIRY"
                   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 2 TO WS-TOTAL-LINES.
           PERFORM UNTIL EOF
               MOVE SURNAME TO WDL-SURNAME
               MOVE FIRSTNAME TO WDL-FIRSTNAME
               MOVE NATIONALITY-CODE TO WDL-NATIONALITY
               MOVE "NATIONALITY" TO WS-CODE-CHECK-TABLE
               MOVE NATIONALITY-CODE TO WS-CODE-CHECK-CODE
               MOVE 0 TO WS-CODE-CHECK-DATE
               PERFORM CHECK-TABLE-CODE
               MOVE WS-CODE-DESCRIPTION TO WDL-NATIONALITY-TEXT
               MOVE PERMIT-TYPE TO WDL-PERMIT-TYPE
               MOVE "PERMIT-TYPE" TO WS-CODE-CHECK-TABLE
               MOVE PERMIT-TYPE TO WS-CODE-CHECK-CODE
               PERFORM CHECK-TABLE-CODE
               MOVE WS-CODE-DESCRIPTION TO WDL-PERMIT-TEXT
               MOVE PERMIT-EXPIRY-DATE TO WDL-EXPIRY
               IF WS-DAYS-LEFT < 0
                   MOVE "EXPIRED" TO WDL-NOTE

       COPY "ENV-SECTIONS".

       COPY "CODE-TABLE-CHECK".

       END PROGRAM PERMIT-EXPIRY-RPT.
