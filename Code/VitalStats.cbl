       IDENTIFICATION DIVISION.
       PROGRAM-ID. VITAL-STATS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT JournalFile
          ASSIGN TO DYNAMIC WS-ENV-JOURNAL
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT RecordFile
          ASSIGN TO DYNAMIC WS-ENV-RECORDFILE
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PERSON-ID
          ALTERNATE RECORD KEY IS SURNAME WITH DUPLICATES
          FILE STATUS IS WS-FILE-STATUS.
       SELECT ChildLinkFile
          ASSIGN TO "childlinks.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CHILD-LINK-STATUS.
       SELECT MaritalEventFile
          ASSIGN TO "maritalevents.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-MARITAL-EVENT-STATUS.
       SELECT VitalCardFile
          ASSIGN TO "vitalcard.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-VITAL-CARD-STATUS.
       SELECT ReportFile
          ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportIndexFile
          ASSIGN TO "reportindex.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REPORT-INDEX-STATUS.

       SELECT ResidenceRegisterFile
          ASSIGN TO DYNAMIC WS-ENV-RESIDENCES
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RR-KEY
          FILE STATUS IS WS-RESIDENCE-REGISTER-STATUS.

       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ENV-PROFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EnvProfileFile.
       COPY "ENV-PROFILE".

       FD JournalFile.
       COPY "CHANGE-JOURNAL".

       FD ResidenceRegisterFile.
       COPY "RESIDENCE-REGISTER".

       FD RecordFile.
       COPY "PersonData".

       FD ChildLinkFile.
       COPY "CHILD-LINK".

       FD MaritalEventFile.
       COPY "MARITAL-EVENT".

       FD VitalCardFile.
       01 VITAL-CARD-RECORD.
           05 VC-YEAR PIC 9(4).
           05 VC-MONTH PIC 9(2).
           05 VC-MIN-CELL PIC 9(2).

       FD ReportFile.
       01 REPORT-LINE PIC X(80).

       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       WORKING-STORAGE SECTION.
       COPY "RESIDENCE-REGISTER-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-JOURNAL PIC X(40) VALUE "changejournal.txt".
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-FILE-STATUS PIC X(2).
       01 WS-CHILD-LINK-STATUS PIC X(2).
       01 WS-MARITAL-EVENT-STATUS PIC X(2).
       01 WS-VITAL-CARD-STATUS PIC X(2).
       01 WS-REPORT-INDEX-STATUS PIC X(2).
       01 WS-REPORT-FILE-NAME PIC X(40).
       COPY "TRAILER-KEY".
       01 JOURNAL-EOF-SWITCH PIC X VALUE "N".
           88 JOURNAL-EOF VALUE "Y".
       01 LINK-EOF-SWITCH PIC X VALUE "N".
           88 LINK-EOF VALUE "Y".
       01 EVENT-EOF-SWITCH PIC X VALUE "N".
           88 EVENT-EOF VALUE "Y".
       01 WS-PERSON-FOUND-SWITCH PIC X VALUE "N".
           88 PERSON-FOUND VALUE "Y".
       01 WS-CHILD-OVERFLOW-SWITCH PIC X VALUE "N".
           88 CHILD-OVERFLOW VALUE "Y".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-REPORT-YEAR PIC 9(4) VALUE 0.
       01 WS-REPORT-MONTH PIC 9(2) VALUE 0.
       01 WS-MIN-CELL PIC 9(2) VALUE 3.
       01 WS-PERIOD-LABEL PIC X(6).
       01 WS-PERIOD-FROM PIC 9(8).
       01 WS-PERIOD-TO PIC 9(8).
       01 WS-FIRST-MONTH PIC 9(2).
       01 WS-LAST-MONTH PIC 9(2).
       01 WS-EVENT-DATE PIC 9(8).
       01 WS-EVENT-MM PIC 9(2).
       01 WS-LOOKUP-ID PIC 9(6).
       01 WS-TOTAL-LINES PIC 9(6) VALUE 0.
       01 WS-BEFORE-STATUS PIC X.
       01 WS-AFTER-STATUS PIC X.
       01 WS-IMAGE-PERSON.
           05 WS-IMG-PERSON-ID PIC 9(6).
           05 WS-IMG-DOB PIC X(8).
           05 WS-IMG-AGE PIC X(3).
           05 WS-IMG-FIRSTNAME PIC X(10).
           05 WS-IMG-SURNAME PIC X(10).
           05 WS-IMG-STREET PIC X(15).
           05 WS-IMG-HOUSENUMBER PIC X(5).
           05 WS-IMG-ZIP-CODE PIC X(6).
           05 WS-IMG-CITY PIC X(15).
           05 WS-IMG-SEX-CODE PIC X.
           05 WS-IMG-PERSON-STATUS PIC X.
           05 WS-IMG-OPERATOR-ID PIC X(8).
           05 WS-IMG-TIMESTAMP PIC X(14).
           05 WS-IMG-MUNICIPALITY PIC X(4).
           05 WS-IMG-NATIONALITY PIC X(3).
           05 WS-IMG-PERMIT-TYPE PIC X(2).
           05 WS-IMG-PERMIT-EXPIRY PIC X(8).
           05 WS-IMG-PROTECTION PIC X.
           05 WS-IMG-EMERGENCY PIC X(76).
           05 WS-IMG-RELIGION PIC X(2).
           05 WS-IMG-RELIGION-DATE PIC X(8).
           05 WS-IMG-LANGUAGE PIC X(2).
       01 WS-CHILD-TABLE.
           05 WS-CHILD-ENTRY OCCURS 5000 TIMES.
               10 T-CH-CHILD-ID PIC 9(6).
               10 T-CH-BIRTH-DATE PIC 9(8).
               10 T-CH-COUNTED-SWITCH PIC X.
                   88 T-CH-COUNTED VALUE "Y".
               10 T-CH-MOTHER-SWITCH PIC X.
                   88 T-CH-MOTHER-DONE VALUE "Y".
       01 WS-CHILD-COUNT PIC 9(4) VALUE 0.
       01 WS-CHILD-IDX PIC 9(4).
       01 WS-CHILD-FOUND-IDX PIC 9(4).
       01 WS-MONTH-TABLE.
           05 WS-MONTH-ENTRY OCCURS 12 TIMES.
               10 WS-MONTH-EVENTS PIC 9(6) OCCURS 5 TIMES.
       01 WS-EVENT-TOTALS.
           05 WS-EVENT-TOTAL PIC 9(6) OCCURS 5 TIMES.
       01 WS-BREAKDOWN-TABLE.
           05 WS-BD-EVENT OCCURS 5 TIMES.
               10 WS-BD-GROUP OCCURS 3 TIMES.
                   15 WS-BD-SEX PIC 9(6) OCCURS 3 TIMES.
       01 WS-AGE-TABLE.
           05 WS-AGE-MEASURE OCCURS 3 TIMES.
               10 WS-AGE-CASES PIC 9(6).
               10 WS-AGE-SUM PIC 9(8).
               10 WS-AGE-FREQ PIC 9(6) OCCURS 121 TIMES.
       01 WS-EVENT-NAMES.
           05 FILLER PIC X(12) VALUE "BIRTHS".
           05 FILLER PIC X(12) VALUE "MARRIAGES".
           05 FILLER PIC X(12) VALUE "DIVORCES".
           05 FILLER PIC X(12) VALUE "WIDOWHOODS".
           05 FILLER PIC X(12) VALUE "DEATHS".
       01 WS-EVENT-NAME-TABLE REDEFINES WS-EVENT-NAMES.
           05 WS-EVENT-NAME PIC X(12) OCCURS 5 TIMES.
       01 WS-GROUP-NAMES.
           05 FILLER PIC X(14) VALUE "GERMAN".
           05 FILLER PIC X(14) VALUE "FOREIGN".
           05 FILLER PIC X(14) VALUE "NOT RECORDED".
       01 WS-GROUP-NAME-TABLE REDEFINES WS-GROUP-NAMES.
           05 WS-GROUP-NAME PIC X(14) OCCURS 3 TIMES.
       01 WS-MEASURE-NAMES.
           05 FILLER PIC X(24) VALUE "AGE AT MARRIAGE".
           05 FILLER PIC X(24) VALUE "MOTHER'S AGE AT BIRTH".
           05 FILLER PIC X(24) VALUE "AGE AT DEATH".
       01 WS-MEASURE-NAME-TABLE REDEFINES WS-MEASURE-NAMES.
           05 WS-MEASURE-NAME PIC X(24) OCCURS 3 TIMES.
       01 WS-EVENT-IDX PIC 9.
       01 WS-GROUP-IDX PIC 9.
       01 WS-SEX-IDX PIC 9.
       01 WS-MEASURE-IDX PIC 9.
       01 WS-MONTH-IDX PIC 9(2).
       01 WS-AGE-IDX PIC 9(3).
       01 WS-EVENT-COUNTED-SWITCH PIC X.
           88 EVENT-COUNTED VALUE "Y".
       01 WS-ROW-TOTAL PIC 9(6).
       01 WS-CELL-VALUE PIC 9(6).
       01 WS-CELL-TEXT PIC X(6).
       01 WS-CELL-EDIT PIC ZZZZZ9.
       01 WS-DOB-DATE PIC 9(8).
       01 WS-DOB-PARTS REDEFINES WS-DOB-DATE.
           05 WS-DOB-CCYY PIC 9(4).
           05 WS-DOB-MM PIC 9(2).
           05 WS-DOB-DD PIC 9(2).
       01 WS-AT-DATE PIC 9(8).
       01 WS-AT-PARTS REDEFINES WS-AT-DATE.
           05 WS-AT-CCYY PIC 9(4).
           05 WS-AT-MM PIC 9(2).
           05 WS-AT-DD PIC 9(2).
       01 WS-COMPUTED-AGE PIC 9(3).
       01 WS-MEDIAN-HALF PIC 9(6).
       01 WS-MEDIAN-ODD PIC 9.
       01 WS-MEDIAN-POS-1 PIC 9(6).
       01 WS-MEDIAN-POS-2 PIC 9(6).
       01 WS-MEDIAN-AGE-1 PIC 9(3).
       01 WS-MEDIAN-AGE-2 PIC 9(3).
       01 WS-MEDIAN-1-SWITCH PIC X.
           88 MEDIAN-1-FOUND VALUE "Y".
       01 WS-CUMULATIVE PIC 9(6).
       01 WS-MEAN-AGE PIC 9(3)V9.
       01 WS-MEDIAN-AGE PIC 9(3)V9.
       01 WS-AGE-EDIT PIC ZZ9.9.
       01 WS-BIRTHS-SKIPPED PIC 9(6) VALUE 0.
       01 WS-MONTH-HEADING.
           05 FILLER PIC X(9) VALUE "  MONTH  ".
           05 FILLER PIC X(11) VALUE "     BIRTHS".
           05 FILLER PIC X(11) VALUE "  MARRIAGES".
           05 FILLER PIC X(11) VALUE "   DIVORCES".
           05 FILLER PIC X(11) VALUE " WIDOWHOODS".
           05 FILLER PIC X(11) VALUE "     DEATHS".
       01 WS-MONTH-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WML-MONTH PIC X(7).
           05 WML-CELL-GROUP OCCURS 5 TIMES.
               10 FILLER PIC X(5).
               10 WML-CELL PIC X(6).
       01 WS-BREAKDOWN-HEADING.
           05 FILLER PIC X(14) VALUE "  EVENT".
           05 FILLER PIC X(14) VALUE "NATIONALITY".
           05 FILLER PIC X(8) VALUE "    MALE".
           05 FILLER PIC X(8) VALUE "  FEMALE".
           05 FILLER PIC X(8) VALUE "   OTHER".
           05 FILLER PIC X(8) VALUE "   TOTAL".
       01 WS-BREAKDOWN-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WBL-EVENT PIC X(12).
           05 WBL-GROUP PIC X(14).
           05 WBL-CELL-GROUP OCCURS 4 TIMES.
               10 FILLER PIC X(2).
               10 WBL-CELL PIC X(6).
       01 WS-AGE-HEADING.
           05 FILLER PIC X(26) VALUE "  MEASURE".
           05 FILLER PIC X(9) VALUE "    CASES".
           05 FILLER PIC X(8) VALUE "    MEAN".
           05 FILLER PIC X(8) VALUE "  MEDIAN".
       01 WS-AGE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WAL-MEASURE PIC X(24).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WAL-CASES PIC X(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WAL-MEAN PIC X(5).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WAL-MEDIAN PIC X(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "VITAL STATISTICS REPORT".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:4) TO WS-REPORT-YEAR.
           MOVE WS-RUN-DATE(5:2) TO WS-REPORT-MONTH.
           PERFORM READ-VITAL-CARD.
           PERFORM SET-REPORT-PERIOD.
           DISPLAY "Reporting period " WS-PERIOD-FROM " - "
               WS-PERIOD-TO ".".
           INITIALIZE WS-MONTH-TABLE WS-EVENT-TOTALS
               WS-BREAKDOWN-TABLE WS-AGE-TABLE.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No data available for this run."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-RESIDENCE-REGISTER.
           IF RESIDENCE-REGISTER-FAILED
               DISPLAY "Report refused - main residences cannot be "
                   "told apart."
               CLOSE RecordFile
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM COUNT-BIRTHS.
           IF CHILD-OVERFLOW
               DISPLAY "More than 5000 children linked in the "
                   "period - report refused."
               PERFORM CLOSE-RESIDENCE-REGISTER
               CLOSE RecordFile
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM COUNT-MARITAL-EVENTS.
           PERFORM COUNT-DEATHS.
           PERFORM CLOSE-RESIDENCE-REGISTER.
           CLOSE RecordFile.
           PERFORM WRITE-VITAL-REPORT.
           PERFORM LOG-REPORT-INDEX.
           DISPLAY "Births " WS-EVENT-TOTAL(1) ", marriages "
               WS-EVENT-TOTAL(2) ", divorces " WS-EVENT-TOTAL(3)
               ", widowhoods " WS-EVENT-TOTAL(4) ", deaths "
               WS-EVENT-TOTAL(5) ".".
           DISPLAY "Events of persons without main residence "
               "left out: " WS-RR-SECONDARY-SKIPPED.
           DISPLAY "Report written to " WS-REPORT-FILE-NAME ".".
           GOBACK.

       READ-VITAL-CARD SECTION.
           OPEN INPUT VitalCardFile.
           IF WS-VITAL-CARD-STATUS = "35"
               CONTINUE
           ELSE
               READ VitalCardFile
                   AT END CONTINUE
                   NOT AT END
                       IF VC-YEAR IS NUMERIC AND VC-YEAR > 0
                           MOVE VC-YEAR TO WS-REPORT-YEAR
                           MOVE 0 TO WS-REPORT-MONTH
                           IF VC-MONTH IS NUMERIC
                               AND VC-MONTH NOT > 12
                               MOVE VC-MONTH TO WS-REPORT-MONTH
                           END-IF
                       END-IF
                       IF VC-MIN-CELL IS NUMERIC AND VC-MIN-CELL > 0
                           MOVE VC-MIN-CELL TO WS-MIN-CELL
                       END-IF
               END-READ
               CLOSE VitalCardFile
           END-IF.

       SET-REPORT-PERIOD SECTION.
           MOVE SPACES TO WS-PERIOD-LABEL.
           MOVE WS-REPORT-YEAR TO WS-PERIOD-FROM(1:4)
               WS-PERIOD-TO(1:4) WS-PERIOD-LABEL(1:4).
           IF WS-REPORT-MONTH = 0
               MOVE 1 TO WS-FIRST-MONTH
               MOVE 12 TO WS-LAST-MONTH
               MOVE "0101" TO WS-PERIOD-FROM(5:4)
               MOVE "1231" TO WS-PERIOD-TO(5:4)
               DISPLAY "Annual report for " WS-REPORT-YEAR "."
           ELSE
               MOVE WS-REPORT-MONTH TO WS-FIRST-MONTH WS-LAST-MONTH
                   WS-PERIOD-FROM(5:2) WS-PERIOD-TO(5:2)
                   WS-PERIOD-LABEL(5:2)
               MOVE "01" TO WS-PERIOD-FROM(7:2)
               MOVE "31" TO WS-PERIOD-TO(7:2)
               DISPLAY "Monthly report for " WS-PERIOD-LABEL "."
           END-IF.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "vitalstats." DELIMITED BY SIZE
               WS-PERIOD-LABEL DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING.

       COUNT-BIRTHS SECTION.
           OPEN INPUT ChildLinkFile.
           IF WS-CHILD-LINK-STATUS NOT = "00"
               DISPLAY "No child links on file - no births "
                   "reported."
           ELSE
               PERFORM UNTIL LINK-EOF OR CHILD-OVERFLOW
                   READ ChildLinkFile
                       AT END SET LINK-EOF TO TRUE
                   END-READ
                   IF NOT LINK-EOF
                       AND CL-TIMESTAMP(1:8) NOT < WS-PERIOD-FROM
                       PERFORM COUNT-ONE-CHILD-LINK
                   END-IF
               END-PERFORM
               CLOSE ChildLinkFile
           END-IF.

       COUNT-ONE-CHILD-LINK SECTION.
           MOVE 0 TO WS-CHILD-FOUND-IDX.
           PERFORM VARYING WS-CHILD-IDX FROM 1 BY 1
                   UNTIL WS-CHILD-IDX > WS-CHILD-COUNT
                   OR WS-CHILD-FOUND-IDX > 0
               IF T-CH-CHILD-ID(WS-CHILD-IDX) = CL-CHILD-ID
                   MOVE WS-CHILD-IDX TO WS-CHILD-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-CHILD-FOUND-IDX = 0
               IF WS-CHILD-COUNT NOT < 5000
                   SET CHILD-OVERFLOW TO TRUE
               ELSE
                   PERFORM ADD-CHILD-ENTRY
               END-IF
           END-IF.
           IF WS-CHILD-FOUND-IDX > 0
               IF T-CH-COUNTED(WS-CHILD-FOUND-IDX)
                   AND NOT T-CH-MOTHER-DONE(WS-CHILD-FOUND-IDX)
                   MOVE CL-PARENT-ID TO WS-LOOKUP-ID
                   PERFORM LOOKUP-PERSON
                   IF PERSON-FOUND AND SEX-FEMALE
                       AND DATE-OF-BIRTH IS NUMERIC
                       MOVE "Y" TO
                           T-CH-MOTHER-SWITCH(WS-CHILD-FOUND-IDX)
                       MOVE DATE-OF-BIRTH TO WS-DOB-DATE
                       MOVE T-CH-BIRTH-DATE(WS-CHILD-FOUND-IDX)
                           TO WS-AT-DATE
                       MOVE 2 TO WS-MEASURE-IDX
                       PERFORM ADD-AGE-CASE
                   END-IF
               END-IF
           END-IF.

       ADD-CHILD-ENTRY SECTION.
           ADD 1 TO WS-CHILD-COUNT.
           MOVE WS-CHILD-COUNT TO WS-CHILD-FOUND-IDX.
           MOVE CL-CHILD-ID TO T-CH-CHILD-ID(WS-CHILD-COUNT).
           MOVE 0 TO T-CH-BIRTH-DATE(WS-CHILD-COUNT).
           MOVE "N" TO T-CH-COUNTED-SWITCH(WS-CHILD-COUNT)
               T-CH-MOTHER-SWITCH(WS-CHILD-COUNT).
           MOVE CL-CHILD-ID TO WS-LOOKUP-ID.
           PERFORM LOOKUP-PERSON.
           IF PERSON-FOUND AND DATE-OF-BIRTH IS NUMERIC
               AND DATE-OF-BIRTH NOT < WS-PERIOD-FROM
               AND DATE-OF-BIRTH NOT > WS-PERIOD-TO
               MOVE DATE-OF-BIRTH TO WS-EVENT-DATE
                   T-CH-BIRTH-DATE(WS-CHILD-COUNT)
               MOVE PERSON-ID TO WS-RR-CHECK-ID
               MOVE WS-EVENT-DATE TO WS-RR-CHECK-DATE
               PERFORM CHECK-MAIN-RESIDENCE
               IF MAIN-RESIDENCE-HERE
                   MOVE "Y" TO T-CH-COUNTED-SWITCH(WS-CHILD-COUNT)
                   MOVE 1 TO WS-EVENT-IDX
                   PERFORM ADD-MONTH-EVENT
                   PERFORM SET-SEX-AND-GROUP
                   PERFORM ADD-BREAKDOWN
               END-IF
           END-IF.

       COUNT-MARITAL-EVENTS SECTION.
           OPEN INPUT MaritalEventFile.
           IF WS-MARITAL-EVENT-STATUS NOT = "00"
               DISPLAY "No marital events on file - no marriages, "
                   "divorces or widowhoods reported."
           ELSE
               PERFORM UNTIL EVENT-EOF
                   READ MaritalEventFile
                       AT END SET EVENT-EOF TO TRUE
                   END-READ
                   IF NOT EVENT-EOF
                       AND ME-EVENT-DATE IS NUMERIC
                       AND ME-EVENT-DATE NOT < WS-PERIOD-FROM
                       AND ME-EVENT-DATE NOT > WS-PERIOD-TO
                       PERFORM COUNT-ONE-MARITAL-EVENT
                   END-IF
               END-PERFORM
               CLOSE MaritalEventFile
           END-IF.

       COUNT-ONE-MARITAL-EVENT SECTION.
           MOVE ME-EVENT-DATE TO WS-EVENT-DATE.
           MOVE "N" TO WS-EVENT-COUNTED-SWITCH.
           EVALUATE TRUE
               WHEN ME-MARRIAGE
                   MOVE 2 TO WS-EVENT-IDX
                   MOVE ME-PERSON-A-ID TO WS-LOOKUP-ID
                   PERFORM COUNT-MARITAL-PERSON
                   MOVE ME-PERSON-B-ID TO WS-LOOKUP-ID
                   PERFORM COUNT-MARITAL-PERSON
               WHEN ME-DIVORCE
                   MOVE 3 TO WS-EVENT-IDX
                   MOVE ME-PERSON-A-ID TO WS-LOOKUP-ID
                   PERFORM COUNT-MARITAL-PERSON
                   MOVE ME-PERSON-B-ID TO WS-LOOKUP-ID
                   PERFORM COUNT-MARITAL-PERSON
               WHEN ME-WIDOWHOOD
                   MOVE 4 TO WS-EVENT-IDX
                   MOVE ME-PERSON-B-ID TO WS-LOOKUP-ID
                   PERFORM COUNT-MARITAL-PERSON
           END-EVALUATE.

       COUNT-MARITAL-PERSON SECTION.
           MOVE "N" TO WS-PERSON-FOUND-SWITCH.
           MOVE "Y" TO WS-RR-MAIN-HERE-SWITCH.
           IF WS-LOOKUP-ID IS NUMERIC AND WS-LOOKUP-ID NOT = 0
               PERFORM LOOKUP-PERSON
               IF PERSON-FOUND
                   MOVE WS-LOOKUP-ID TO WS-RR-CHECK-ID
                   MOVE WS-EVENT-DATE TO WS-RR-CHECK-DATE
                   PERFORM CHECK-MAIN-RESIDENCE
               END-IF
           END-IF.
           IF MAIN-RESIDENCE-HERE
               IF NOT EVENT-COUNTED
                   SET EVENT-COUNTED TO TRUE
                   PERFORM ADD-MONTH-EVENT
               END-IF
               IF PERSON-FOUND
                   PERFORM SET-SEX-AND-GROUP
                   IF WS-EVENT-IDX = 2 AND DATE-OF-BIRTH IS NUMERIC
                       MOVE DATE-OF-BIRTH TO WS-DOB-DATE
                       MOVE WS-EVENT-DATE TO WS-AT-DATE
                       MOVE 1 TO WS-MEASURE-IDX
                       PERFORM ADD-AGE-CASE
                   END-IF
               ELSE
                   MOVE 3 TO WS-SEX-IDX WS-GROUP-IDX
               END-IF
               PERFORM ADD-BREAKDOWN
           END-IF.

       COUNT-DEATHS SECTION.
           OPEN INPUT JournalFile.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "No change journal on file - no deaths "
                   "reported."
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM UNTIL JOURNAL-EOF
                   READ JournalFile
                       AT END SET JOURNAL-EOF TO TRUE
                   END-READ
                   IF NOT JOURNAL-EOF AND CJ-ACTION-REWRITE
                       AND CJ-TIMESTAMP(1:8) NOT < WS-PERIOD-FROM
                       AND CJ-TIMESTAMP(1:8) NOT > WS-PERIOD-TO
                       PERFORM COUNT-ONE-DEATH
                   END-IF
               END-PERFORM
               CLOSE JournalFile
           END-IF.

       COUNT-ONE-DEATH SECTION.
           MOVE CJ-BEFORE-IMAGE(80:1) TO WS-BEFORE-STATUS.
           MOVE CJ-AFTER-IMAGE TO WS-IMAGE-PERSON.
           MOVE WS-IMG-PERSON-STATUS TO WS-AFTER-STATUS.
           IF WS-AFTER-STATUS = "X" AND WS-BEFORE-STATUS NOT = "X"
               MOVE CJ-TIMESTAMP(1:8) TO WS-EVENT-DATE
               MOVE CJ-PERSON-ID TO WS-RR-CHECK-ID
               MOVE WS-EVENT-DATE TO WS-RR-CHECK-DATE
               PERFORM CHECK-MAIN-RESIDENCE
               IF MAIN-RESIDENCE-HERE
                   MOVE 5 TO WS-EVENT-IDX
                   PERFORM ADD-MONTH-EVENT
                   MOVE WS-IMG-SEX-CODE TO SEX-CODE
                   MOVE WS-IMG-NATIONALITY TO NATIONALITY-CODE
                   PERFORM SET-SEX-AND-GROUP
                   PERFORM ADD-BREAKDOWN
                   IF WS-IMG-DOB IS NUMERIC
                       MOVE WS-IMG-DOB TO WS-DOB-DATE
                       MOVE WS-EVENT-DATE TO WS-AT-DATE
                       MOVE 3 TO WS-MEASURE-IDX
                       PERFORM ADD-AGE-CASE
                   END-IF
               END-IF
           END-IF.

       LOOKUP-PERSON SECTION.
           MOVE WS-LOOKUP-ID TO PERSON-ID.
           READ RecordFile
               INVALID KEY
                   MOVE "N" TO WS-PERSON-FOUND-SWITCH
               NOT INVALID KEY
                   SET PERSON-FOUND TO TRUE
           END-READ.

       SET-SEX-AND-GROUP SECTION.
           EVALUATE TRUE
               WHEN SEX-MALE MOVE 1 TO WS-SEX-IDX
               WHEN SEX-FEMALE MOVE 2 TO WS-SEX-IDX
               WHEN OTHER MOVE 3 TO WS-SEX-IDX
           END-EVALUATE.
           EVALUATE NATIONALITY-CODE
               WHEN "DEU" MOVE 1 TO WS-GROUP-IDX
               WHEN SPACES MOVE 3 TO WS-GROUP-IDX
               WHEN OTHER MOVE 2 TO WS-GROUP-IDX
           END-EVALUATE.

       ADD-MONTH-EVENT SECTION.
           MOVE WS-EVENT-DATE(5:2) TO WS-EVENT-MM.
           IF WS-EVENT-MM > 0 AND WS-EVENT-MM NOT > 12
               ADD 1 TO WS-MONTH-EVENTS(WS-EVENT-MM, WS-EVENT-IDX)
               ADD 1 TO WS-EVENT-TOTAL(WS-EVENT-IDX)
           END-IF.

       ADD-BREAKDOWN SECTION.
           ADD 1 TO WS-BD-SEX(WS-EVENT-IDX, WS-GROUP-IDX,
               WS-SEX-IDX).

       ADD-AGE-CASE SECTION.
           IF WS-AT-DATE NOT < WS-DOB-DATE
               COMPUTE WS-COMPUTED-AGE = WS-AT-CCYY - WS-DOB-CCYY
               IF WS-AT-MM < WS-DOB-MM
                   OR (WS-AT-MM = WS-DOB-MM AND WS-AT-DD < WS-DOB-DD)
                   SUBTRACT 1 FROM WS-COMPUTED-AGE
               END-IF
               IF WS-COMPUTED-AGE > 120
                   MOVE 120 TO WS-COMPUTED-AGE
               END-IF
               ADD 1 TO WS-AGE-CASES(WS-MEASURE-IDX)
               ADD WS-COMPUTED-AGE TO WS-AGE-SUM(WS-MEASURE-IDX)
               ADD 1 TO WS-AGE-FREQ(WS-MEASURE-IDX,
                   WS-COMPUTED-AGE + 1)
           END-IF.

       WRITE-VITAL-REPORT SECTION.
           OPEN OUTPUT ReportFile.
           MOVE SPACES TO REPORT-LINE.
           STRING "VITAL STATISTICS " DELIMITED BY SIZE
               WS-PERIOD-FROM DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-PERIOD-TO DELIMITED BY SIZE
               "  run " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-VITAL-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Counts from 1 to " DELIMITED BY SIZE
               WS-MIN-CELL DELIMITED BY SIZE
               " below the minimum cell size are shown as *."
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-VITAL-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-VITAL-LINE.
           MOVE "EVENTS BY MONTH" TO REPORT-LINE.
           PERFORM WRITE-VITAL-LINE.
           MOVE WS-MONTH-HEADING TO REPORT-LINE.
           PERFORM WRITE-VITAL-LINE.
           PERFORM VARYING WS-MONTH-IDX FROM WS-FIRST-MONTH BY 1
                   UNTIL WS-MONTH-IDX > WS-LAST-MONTH
               MOVE SPACES TO WML-MONTH
               STRING WS-REPORT-YEAR DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-MONTH-IDX DELIMITED BY SIZE
                   INTO WML-MONTH
               END-STRING
               PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                       UNTIL WS-EVENT-IDX > 5
                   MOVE WS-MONTH-EVENTS(WS-MONTH-IDX, WS-EVENT-IDX)
                       TO WS-CELL-VALUE
                   PERFORM FORMAT-CELL
                   MOVE WS-CELL-TEXT TO WML-CELL(WS-EVENT-IDX)
               END-PERFORM
               MOVE WS-MONTH-LINE TO REPORT-LINE
               PERFORM WRITE-VITAL-LINE
           END-PERFORM.
           IF WS-REPORT-MONTH = 0
               MOVE "TOTAL" TO WML-MONTH
               PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                       UNTIL WS-EVENT-IDX > 5
                   MOVE WS-EVENT-TOTAL(WS-EVENT-IDX) TO WS-CELL-VALUE
                   PERFORM FORMAT-CELL
                   MOVE WS-CELL-TEXT TO WML-CELL(WS-EVENT-IDX)
               END-PERFORM
               MOVE WS-MONTH-LINE TO REPORT-LINE
               PERFORM WRITE-VITAL-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-VITAL-LINE.
           MOVE "PERSONS BY SEX AND NATIONALITY GROUP" TO REPORT-LINE.
           PERFORM WRITE-VITAL-LINE.
           MOVE WS-BREAKDOWN-HEADING TO REPORT-LINE.
           PERFORM WRITE-VITAL-LINE.
           PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                   UNTIL WS-EVENT-IDX > 5
               PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                       UNTIL WS-GROUP-IDX > 3
                   PERFORM WRITE-BREAKDOWN-LINE
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-VITAL-LINE.
           MOVE "AGES IN COMPLETED YEARS" TO REPORT-LINE.
           PERFORM WRITE-VITAL-LINE.
           MOVE WS-AGE-HEADING TO REPORT-LINE.
           PERFORM WRITE-VITAL-LINE.
           PERFORM VARYING WS-MEASURE-IDX FROM 1 BY 1
                   UNTIL WS-MEASURE-IDX > 3
               PERFORM WRITE-AGE-LINE
           END-PERFORM.
           CLOSE ReportFile.

       WRITE-BREAKDOWN-LINE SECTION.
           MOVE SPACES TO WBL-EVENT.
           IF WS-GROUP-IDX = 1
               MOVE WS-EVENT-NAME(WS-EVENT-IDX) TO WBL-EVENT
           END-IF.
           MOVE WS-GROUP-NAME(WS-GROUP-IDX) TO WBL-GROUP.
           MOVE 0 TO WS-ROW-TOTAL.
           PERFORM VARYING WS-SEX-IDX FROM 1 BY 1
                   UNTIL WS-SEX-IDX > 3
               MOVE WS-BD-SEX(WS-EVENT-IDX, WS-GROUP-IDX, WS-SEX-IDX)
                   TO WS-CELL-VALUE
               ADD WS-CELL-VALUE TO WS-ROW-TOTAL
               PERFORM FORMAT-CELL
               MOVE WS-CELL-TEXT TO WBL-CELL(WS-SEX-IDX)
           END-PERFORM.
           MOVE WS-ROW-TOTAL TO WS-CELL-VALUE.
           PERFORM FORMAT-CELL.
           MOVE WS-CELL-TEXT TO WBL-CELL(4).
           MOVE WS-BREAKDOWN-LINE TO REPORT-LINE.
           PERFORM WRITE-VITAL-LINE.

       WRITE-AGE-LINE SECTION.
           MOVE WS-MEASURE-NAME(WS-MEASURE-IDX) TO WAL-MEASURE.
           MOVE WS-AGE-CASES(WS-MEASURE-IDX) TO WS-CELL-VALUE.
           PERFORM FORMAT-CELL.
           MOVE WS-CELL-TEXT TO WAL-CASES.
           IF WS-CELL-VALUE < WS-MIN-CELL
               MOVE "    *" TO WAL-MEAN WAL-MEDIAN
           ELSE
               DIVIDE WS-AGE-SUM(WS-MEASURE-IDX) BY WS-CELL-VALUE
                   GIVING WS-MEAN-AGE ROUNDED
               MOVE WS-MEAN-AGE TO WS-AGE-EDIT
               MOVE WS-AGE-EDIT TO WAL-MEAN
               PERFORM FIND-MEDIAN-AGE
               MOVE WS-MEDIAN-AGE TO WS-AGE-EDIT
               MOVE WS-AGE-EDIT TO WAL-MEDIAN
           END-IF.
           MOVE WS-AGE-LINE TO REPORT-LINE.
           PERFORM WRITE-VITAL-LINE.

       FIND-MEDIAN-AGE SECTION.
           DIVIDE WS-CELL-VALUE BY 2 GIVING WS-MEDIAN-HALF
               REMAINDER WS-MEDIAN-ODD.
           IF WS-MEDIAN-ODD = 1
               ADD 1 TO WS-MEDIAN-HALF GIVING WS-MEDIAN-POS-1
               MOVE WS-MEDIAN-POS-1 TO WS-MEDIAN-POS-2
           ELSE
               MOVE WS-MEDIAN-HALF TO WS-MEDIAN-POS-1
               ADD 1 TO WS-MEDIAN-HALF GIVING WS-MEDIAN-POS-2
           END-IF.
           MOVE 0 TO WS-CUMULATIVE WS-MEDIAN-AGE-1 WS-MEDIAN-AGE-2.
           MOVE "N" TO WS-MEDIAN-1-SWITCH.
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > 121
                   OR WS-CUMULATIVE NOT < WS-MEDIAN-POS-2
               ADD WS-AGE-FREQ(WS-MEASURE-IDX, WS-AGE-IDX)
                   TO WS-CUMULATIVE
               IF WS-CUMULATIVE NOT < WS-MEDIAN-POS-1
                   AND NOT MEDIAN-1-FOUND
                   SET MEDIAN-1-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-AGE-IDX GIVING WS-MEDIAN-AGE-1
               END-IF
               IF WS-CUMULATIVE NOT < WS-MEDIAN-POS-2
                   SUBTRACT 1 FROM WS-AGE-IDX GIVING WS-MEDIAN-AGE-2
               END-IF
           END-PERFORM.
           COMPUTE WS-MEDIAN-AGE ROUNDED =
               (WS-MEDIAN-AGE-1 + WS-MEDIAN-AGE-2) / 2.

       FORMAT-CELL SECTION.
           IF WS-CELL-VALUE > 0 AND WS-CELL-VALUE < WS-MIN-CELL
               MOVE "     *" TO WS-CELL-TEXT
           ELSE
               MOVE WS-CELL-VALUE TO WS-CELL-EDIT
               MOVE WS-CELL-EDIT TO WS-CELL-TEXT
           END-IF.

       WRITE-VITAL-LINE SECTION.
           WRITE REPORT-LINE.
           ADD 1 TO WS-TOTAL-LINES.

       LOG-REPORT-INDEX SECTION.
           MOVE "VITAL STATISTICS" TO RI-REPORT-NAME.
           MOVE "VITAL-STATS" TO RI-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO RI-RUN-DATE.
           MOVE WS-TOTAL-LINES TO RI-LINE-COUNT.
           MOVE WS-REPORT-FILE-NAME TO RI-FILE-NAME.
           OPEN EXTEND ReportIndexFile.
           IF WS-REPORT-INDEX-STATUS = "35"
               CLOSE ReportIndexFile
               OPEN OUTPUT ReportIndexFile
           END-IF.
           WRITE REPORT-INDEX-RECORD.
           CLOSE ReportIndexFile.

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-JOURNAL TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-JOURNAL
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
               MOVE WS-ENV-RESIDENCES TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RESIDENCES
           END-IF.

       COPY "ENV-SECTIONS".

       COPY "RESIDENCE-TYPE-CHECK".

       END PROGRAM VITAL-STATS.
