       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANDLORD-OVERDUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LandlordConfirmFile
          ASSIGN TO "landlordconfirm.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-LANDLORD-CONFIRM-STATUS.
       SELECT LandlordOverdueFile
          ASSIGN TO "landlordoverdue.txt"
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BatchStatusFile
          ASSIGN TO "batchstatus.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-BATCH-STATUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LandlordConfirmFile.
       COPY "LANDLORD-CONFIRM".

       FD LandlordOverdueFile.
       01 LANDLORD-OVERDUE-RECORD.
           05 LO-PERSON-ID PIC 9(6).
           05 LO-MOVE-IN-DATE PIC 9(8).
           05 LO-DUE-DATE PIC 9(8).
           05 LO-STREET PIC X(15).
           05 LO-HOUSENUMBER PIC X(5).
           05 LO-LANDLORD-NAME PIC X(30).

       FD BatchStatusFile.
       COPY "BATCH-STATUS".

       WORKING-STORAGE SECTION.
       01 WS-LANDLORD-CONFIRM-STATUS PIC X(2).
       01 WS-BATCH-STATUS-STATUS PIC X(2).
       01 WS-BS-STAMP-DATE PIC 9(8).
       01 WS-BS-STAMP-TIME PIC 9(8).
       01 WS-BS-START-TIMESTAMP PIC 9(14).
       01 WS-BS-END-TIMESTAMP PIC 9(14).
       01 CONFIRM-EOF-SWITCH PIC X VALUE "N".
           88 CONFIRM-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-DEADLINE-DAYS PIC 9(3) VALUE 14.
       01 WS-DAY-STEP PIC 9(3).
       01 WS-DUE-DATE PIC 9(8).
       01 WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
           05 WS-DUE-CCYY PIC 9(4).
           05 WS-DUE-MM PIC 9(2).
           05 WS-DUE-DD PIC 9(2).
       01 WS-MONTH-DAYS-TABLE.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
           05 WS-DAYS-IN-MONTH PIC 9(2) OCCURS 12 TIMES.
       01 WS-MAX-DAY PIC 9(2).
       01 WS-LEAP-QUOTIENT PIC 9(4).
       01 WS-LEAP-REMAINDER PIC 9(4).
       01 WS-PENDING-COUNT PIC 9(6) VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CAPTURE-BS-START.
           DISPLAY "LANDLORD CONFIRMATION OVERDUE REPORT".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT LandlordConfirmFile.
           IF WS-LANDLORD-CONFIRM-STATUS = "35"
               DISPLAY "No landlord confirmations on file."
               OPEN OUTPUT LandlordOverdueFile
               CLOSE LandlordOverdueFile
               PERFORM LOG-BATCH-STATUS
               GOBACK
           END-IF.
           OPEN OUTPUT LandlordOverdueFile.
           DISPLAY "PERSON MOVE-IN  DUE      ADDRESS               "
               "LANDLORD".
           PERFORM UNTIL CONFIRM-EOF
               READ LandlordConfirmFile
                   AT END SET CONFIRM-EOF TO TRUE
               END-READ
               IF NOT CONFIRM-EOF AND LC-PENDING
                   ADD 1 TO WS-PENDING-COUNT
                   PERFORM COMPUTE-DUE-DATE
                   IF WS-RUN-DATE > WS-DUE-DATE
                       PERFORM WRITE-OVERDUE-LINE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE LandlordConfirmFile.
           CLOSE LandlordOverdueFile.
           DISPLAY " ".
           DISPLAY "Confirmations pending: " WS-PENDING-COUNT.
           DISPLAY "Past the " WS-DEADLINE-DAYS "-day deadline: "
               WS-OVERDUE-COUNT.
           IF WS-OVERDUE-COUNT > 0
               DISPLAY "Overdue cases written to landlordoverdue.txt"
           END-IF.
           PERFORM LOG-BATCH-STATUS.
           GOBACK.

       COMPUTE-DUE-DATE SECTION.
           MOVE LC-MOVE-IN-DATE TO WS-DUE-DATE.
           IF WS-DUE-MM > 0 AND WS-DUE-MM < 13
               PERFORM VARYING WS-DAY-STEP FROM 1 BY 1
                       UNTIL WS-DAY-STEP > WS-DEADLINE-DAYS
                   PERFORM ADVANCE-DUE-DATE
               END-PERFORM
           END-IF.

       ADVANCE-DUE-DATE SECTION.
           MOVE WS-DAYS-IN-MONTH(WS-DUE-MM) TO WS-MAX-DAY.
           IF WS-DUE-MM = 2
               DIVIDE WS-DUE-CCYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                   MOVE 29 TO WS-MAX-DAY
                   DIVIDE WS-DUE-CCYY BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       DIVIDE WS-DUE-CCYY BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = 0
                           MOVE 28 TO WS-MAX-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-DUE-DD < WS-MAX-DAY
               ADD 1 TO WS-DUE-DD
           ELSE
               MOVE 1 TO WS-DUE-DD
               IF WS-DUE-MM = 12
                   MOVE 1 TO WS-DUE-MM
                   ADD 1 TO WS-DUE-CCYY
               ELSE
                   ADD 1 TO WS-DUE-MM
               END-IF
           END-IF.

       WRITE-OVERDUE-LINE SECTION.
           ADD 1 TO WS-OVERDUE-COUNT.
           MOVE LC-PERSON-ID TO LO-PERSON-ID.
           MOVE LC-MOVE-IN-DATE TO LO-MOVE-IN-DATE.
           MOVE WS-DUE-DATE TO LO-DUE-DATE.
           MOVE LC-STREET TO LO-STREET.
           MOVE LC-HOUSENUMBER TO LO-HOUSENUMBER.
           MOVE LC-LANDLORD-NAME TO LO-LANDLORD-NAME.
           WRITE LANDLORD-OVERDUE-RECORD.
           DISPLAY LC-PERSON-ID " " LC-MOVE-IN-DATE " " WS-DUE-DATE
               " " LC-STREET " " LC-HOUSENUMBER " "
               LC-LANDLORD-NAME.

       LOG-BATCH-STATUS SECTION.
           MOVE "LANDLORD-OVERDUE" TO BS-PROGRAM-NAME.
           MOVE "COMPLETE" TO BS-STATUS.
           MOVE RETURN-CODE TO BS-RETURN-CODE.
           PERFORM CAPTURE-BS-END.
           MOVE WS-BS-START-TIMESTAMP TO BS-START-TIMESTAMP.
           MOVE WS-BS-END-TIMESTAMP TO BS-END-TIMESTAMP.
           OPEN EXTEND BatchStatusFile.
           IF WS-BATCH-STATUS-STATUS = "35"
               CLOSE BatchStatusFile
               OPEN OUTPUT BatchStatusFile
           END-IF.
           WRITE BATCH-STATUS-RECORD.
           CLOSE BatchStatusFile.

       COPY "BS-TIMES".

       END PROGRAM LANDLORD-OVERDUE.
