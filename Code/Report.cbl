          ASSIGN TO "rostercard.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ROSTER-CARD-STATUS.
       SELECT OperatorMasterFile
          ASSIGN TO "operators.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-OPERATOR-MASTER-STATUS.
       SELECT SortFile
          ASSIGN TO "rostersort.tmp".

           05 RC-SELECTION-SET PIC X(8).
           05 RC-SEQUENCE PIC X.

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       SD SortFile.
       01 SORT-RECORD.
           05 SR-SORT-KEY PIC X(20).
       01 WS-FILE-STATUS PIC X(2).
       01 WS-REPORT-INDEX-STATUS PIC X(2).
       01 WS-ROSTER-CARD-STATUS PIC X(2).
       01 WS-OPERATOR-MASTER-STATUS PIC X(2).
       01 OPERATOR-EOF-SWITCH PIC X VALUE "N".
           88 OPERATOR-EOF VALUE "Y".
       01 WS-SIGNON-ID PIC X(8).
       01 WS-OPERATOR-ROLE PIC X.
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
           88 OPERATOR-CAN-UPDATE VALUE "S" "U".
       01 WS-OPERATOR-VALID-SWITCH PIC X VALUE "N".
           88 OPERATOR-VALID VALUE "Y".
       COPY "FIELD-MASK-WS".
       COPY "MUNI-SCOPE-WS".
       01 WS-SELECTION-STATUS PIC X(2).
       01 WS-SELECTION-FILE-NAME PIC X(40).
       01 WS-SELECTION-SET-NAME PIC X(8) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "   Page: ".
           05 WD-PAGE PIC ZZ9.
       01 WS-DETAIL-LINE.
           05 WDL-AGE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WDL-FIRSTNAME PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           PERFORM SET-FIELD-MASK.
           PERFORM LOAD-OPERATOR-SCOPE.
           PERFORM USE-REPORT-SNAPSHOT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-ASOF-CARD.
                   PERFORM CHECK-PARTITION-RANGE
                   PERFORM CHECK-STATUS-FILTER
                   PERFORM CHECK-SELECTION-MEMBER
                   MOVE MUNICIPALITY-CODE TO WS-MUNI-CHECK-CODE
                   PERFORM CHECK-MUNICIPALITY-SCOPE
                   IF PARTITION-IN-RANGE AND INCLUDE-RECORD
                       AND SELECTED-MEMBER AND MUNICIPALITY-IN-SCOPE
                       PERFORM RELEASE-SORT-RECORD
                   END-IF
               END-IF
               END-IF
           END-IF.
           PERFORM COMPUTE-SORTED-AGE.
           MOVE SR-DOB TO WS-FM-DOB-IN.
           MOVE WS-COMPUTED-AGE TO WS-FM-AGE-IN.
           PERFORM MASK-DATE-OF-BIRTH.
           MOVE WS-FM-AGE-TEXT TO WDL-AGE.
           MOVE SR-FIRSTNAME TO WDL-FIRSTNAME.
           MOVE SR-SURNAME TO WDL-SURNAME.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       COPY "ASOF-DATE".

       COPY "SIGN-ON".

       COPY "FIELD-MASK".

       COPY "MUNI-SCOPE".

       END PROGRAM RECORD-REPORT.
