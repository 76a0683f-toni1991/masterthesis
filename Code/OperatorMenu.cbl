          ASSIGN TO "operators.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-OPERATOR-MASTER-STATUS.
       SELECT SignonLogFile
          ASSIGN TO "signonlog.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-SIGNON-LOG-STATUS.
       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
          ORGANIZATION IS LINE SEQUENTIAL
       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       FD SignonLogFile.
       COPY "SIGNON-LOG".

       FD EnvProfileFile.
       COPY "ENV-PROFILE".

       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-OPERATOR-MASTER-STATUS PIC X(2).
       01 WS-SIGNON-LOG-STATUS PIC X(2).
       01 WS-SIGNON-STAMP-DATE PIC 9(8).
       01 WS-SIGNON-STAMP-TIME PIC 9(8).
       01 OPERATOR-EOF-SWITCH PIC X VALUE "N".
           88 OPERATOR-EOF VALUE "Y".
       01 WS-SIGNON-ID PIC X(8).
           88 OPERATOR-CAN-UPDATE VALUE "S" "U".
       01 WS-OPERATOR-VALID-SWITCH PIC X VALUE "N".
           88 OPERATOR-VALID VALUE "Y".
       01 WS-CHOICE PIC X(3).
       01 WS-QUIT-SWITCH PIC X VALUE "N".
           88 WS-QUIT VALUE "Y".
       01 WS-TARGET-PROGRAM PIC X(20).
           IF NOT OPERATOR-VALID
               STOP RUN
           END-IF.
           PERFORM LOG-SIGN-ON.
           PERFORM LOAD-ENV-PROFILE.
           DISPLAY "Signed on as " WS-SIGNON-ID " in environment "
               WS-ENV-NAME ".".
           DISPLAY "89 Person master layout migration".
           DISPLAY "90 Counts-only ad-hoc query".
           DISPLAY "91 Change journal layout migration".
           DISPLAY "92 Household PERSON-ID conversion".
           DISPLAY "93 Kinship inquiry".
           DISPLAY "94 Address occupant inquiry".
           DISPLAY "95 Dwelling register maintenance".
           DISPLAY "96 Dwelling occupancy report".
           DISPLAY "97 Landlord confirmation tracking".
           DISPLAY "98 Landlord confirmation overdue report".
           DISPLAY "99 Late-registration fines".
           DISPLAY "100 Citizen objection register".
           DISPLAY "101 Third-party address inquiry batch".
           DISPLAY "102 Main and secondary residence register".
           DISPLAY "103 Secondary residence list for second-home tax".
           DISPLAY "104 Identity document register".
           DISPLAY "105 Identity document expiry reminders".
           DISPLAY "106 Monthly church-tax change extract".
           DISPLAY "107 Tax ID request file for new persons".
           DISPLAY "108 Tax ID response loader and exceptions".
           DISPLAY "109 Nationwide main-residence conflict check".
           DISPLAY "110 Undeliverable mail returns intake".
           DISPLAY "111 Monthly returned-mail report".
           DISPLAY "112 Counter appointment booking".
           DISPLAY "113 Daily counter schedule".
           DISPLAY "114 Weekly no-show and utilisation report".
           DISPLAY "115 Counter cash desk and cash-up".
           DISPLAY "116 Direct-debit mandates and collection".
           DISPLAY "117 Installment payment plans".
           DISPLAY "118 Credit notes and write-offs".
           DISPLAY "119 Daily revenue extract to the ledger".
           DISPLAY "120 Void numbers and number range audit".
           DISPLAY "121 Certificate authenticity verification".
           DISPLAY "122 Citizen portal request intake".
           DISPLAY "123 Postal voting register".
           DISPLAY "124 Street-segment geography maintenance".
           DISPLAY "125 Geography coverage report".
           DISPLAY "126 Lay-judge candidate selection".
           DISPLAY "127 Vital statistics report".
           DISPLAY "128 Duplicate person candidate scan".
           DISPLAY "129 Source document index".
           DISPLAY "130 Source document retention and destruction".
           DISPLAY "131 Correspondence addresses".
           DISPLAY "132 Operator review and recertification".
           DISPLAY "133 Emergency resident roster".
           DISPLAY "134 Monthly departmental chargeback".
           DISPLAY "135 Report bundling for distribution".
           DISPLAY "136 Report bundle delivery confirmation".
           DISPLAY "137 Municipality merger".
           DISPLAY "138 Code table maintenance".
           DISPLAY "139 Code table scan of existing records".
           DISPLAY "140 Register retention purge and legal holds".
           DISPLAY "141 Departure abroad".
           DISPLAY "142 Returnee search and reactivation".
           DISPLAY "143 Annual emigration and return report".
           DISPLAY "144 Invoice register conversion (one-time)".
           DISPLAY "145 Requester account statement".
           DISPLAY "146 Fee exemption maintenance".
           DISPLAY "0  Exit".
           DISPLAY "Choice: " WITH NO ADVANCING.

               WHEN "90" MOVE "COUNT-QUERY" TO WS-TARGET-PROGRAM
               WHEN "91" MOVE "JOURNAL-MIGRATE"
                   TO WS-TARGET-PROGRAM
               WHEN "92" MOVE "HOUSEHOLD-CONVERT"
                   TO WS-TARGET-PROGRAM
               WHEN "93" MOVE "KINSHIP-INQUIRY"
                   TO WS-TARGET-PROGRAM
               WHEN "94" MOVE "ADDRESS-OCCUPANTS"
                   TO WS-TARGET-PROGRAM
               WHEN "95" MOVE "DWELLING-MAINT"
                   TO WS-TARGET-PROGRAM
               WHEN "96" MOVE "OCCUPANCY-REPORT"
                   TO WS-TARGET-PROGRAM
               WHEN "97" MOVE "LANDLORD-CONFIRM"
                   TO WS-TARGET-PROGRAM
               WHEN "98" MOVE "LANDLORD-OVERDUE"
                   TO WS-TARGET-PROGRAM
               WHEN "99" MOVE "LATE-REG-FINES"
                   TO WS-TARGET-PROGRAM
               WHEN "100" MOVE "OBJECTION-MAINT"
                   TO WS-TARGET-PROGRAM
               WHEN "101" MOVE "INQUIRY-BATCH"
                   TO WS-TARGET-PROGRAM
               WHEN "102" MOVE "RESIDENCE-MAINT"
                   TO WS-TARGET-PROGRAM
               WHEN "103" MOVE "SECOND-HOME-LIST"
                   TO WS-TARGET-PROGRAM
               WHEN "104" MOVE "DOCUMENT-MAINT"
                   TO WS-TARGET-PROGRAM
               WHEN "105" MOVE "DOCUMENT-EXPIRY"
                   TO WS-TARGET-PROGRAM
               WHEN "106" MOVE "CHURCH-TAX-EXTRACT"
                   TO WS-TARGET-PROGRAM
               WHEN "107" MOVE "TAX-ID-REQUEST"
                   TO WS-TARGET-PROGRAM
               WHEN "108" MOVE "TAX-ID-RESPONSE"
                   TO WS-TARGET-PROGRAM
               WHEN "109" MOVE "RESIDENCE-CONFLICT"
                   TO WS-TARGET-PROGRAM
               WHEN "110" MOVE "MAIL-RETURNS"
                   TO WS-TARGET-PROGRAM
               WHEN "111" MOVE "MAIL-RETURNS-REPORT"
                   TO WS-TARGET-PROGRAM
               WHEN "112" MOVE "APPOINTMENT-BOOK"
                   TO WS-TARGET-PROGRAM
               WHEN "113" MOVE "APPOINTMENT-SCHEDULE"
                   TO WS-TARGET-PROGRAM
               WHEN "114" MOVE "APPOINTMENT-WEEKLY"
                   TO WS-TARGET-PROGRAM
               WHEN "115" MOVE "CASH-DESK"
                   TO WS-TARGET-PROGRAM
               WHEN "116" MOVE "DIRECT-DEBIT"
                   TO WS-TARGET-PROGRAM
               WHEN "117" MOVE "INSTALLMENT-PLAN"
                   TO WS-TARGET-PROGRAM
               WHEN "118" MOVE "INVOICE-ADJUSTMENT"
                   TO WS-TARGET-PROGRAM
               WHEN "119" MOVE "GL-REVENUE-EXTRACT"
                   TO WS-TARGET-PROGRAM
               WHEN "120" MOVE "NUMBER-AUDIT"
                   TO WS-TARGET-PROGRAM
               WHEN "121" MOVE "CERT-VERIFY"
                   TO WS-TARGET-PROGRAM
               WHEN "122" MOVE "PORTAL-INTAKE"
                   TO WS-TARGET-PROGRAM
               WHEN "123" MOVE "POSTAL-VOTE"
                   TO WS-TARGET-PROGRAM
               WHEN "124" MOVE "GEO-MAINT"
                   TO WS-TARGET-PROGRAM
               WHEN "125" MOVE "GEO-COVERAGE"
                   TO WS-TARGET-PROGRAM
               WHEN "126" MOVE "LAY-JUDGE-SELECT"
                   TO WS-TARGET-PROGRAM
               WHEN "127" MOVE "VITAL-STATS"
                   TO WS-TARGET-PROGRAM
               WHEN "128" MOVE "DUP-PERSON-SCAN"
                   TO WS-TARGET-PROGRAM
               WHEN "129" MOVE "SOURCE-DOC-MAINT"
                   TO WS-TARGET-PROGRAM
               WHEN "130" MOVE "SOURCE-DOC-RETENTION"
                   TO WS-TARGET-PROGRAM
               WHEN "131" MOVE "CORR-ADDRESS-MAINT"
                   TO WS-TARGET-PROGRAM
               WHEN "132" MOVE "OPERATOR-REVIEW"
                   TO WS-TARGET-PROGRAM
               WHEN "133" MOVE "EMERGENCY-ROSTER"
                   TO WS-TARGET-PROGRAM
               WHEN "134" MOVE "CHARGEBACK-REPORT"
                   TO WS-TARGET-PROGRAM
               WHEN "135" MOVE "REPORT-BUNDLE"
                   TO WS-TARGET-PROGRAM
               WHEN "136" MOVE "DELIVERY-CONFIRM"
                   TO WS-TARGET-PROGRAM
               WHEN "137" MOVE "MUNICIPALITY-MERGER"
                   TO WS-TARGET-PROGRAM
               WHEN "138" MOVE "CODE-TABLE-MAINT"
                   TO WS-TARGET-PROGRAM
               WHEN "139" MOVE "CODE-TABLE-SCAN"
                   TO WS-TARGET-PROGRAM
               WHEN "140" MOVE "RETENTION-PURGE"
                   TO WS-TARGET-PROGRAM
               WHEN "141" MOVE "EMIGRATION" TO WS-TARGET-PROGRAM
               WHEN "142" MOVE "RETURNEE" TO WS-TARGET-PROGRAM
               WHEN "143" MOVE "EMIGRATION-REPORT"
                   TO WS-TARGET-PROGRAM
               WHEN "144" MOVE "INVOICE-CONVERT" TO WS-TARGET-PROGRAM
               WHEN "145" MOVE "REQUESTER-STATEMENT"
                   TO WS-TARGET-PROGRAM
               WHEN "146" MOVE "EXEMPTION-MAINT" TO WS-TARGET-PROGRAM
               WHEN "0" SET WS-QUIT TO TRUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.
           IF WS-TARGET-PROGRAM NOT = SPACES
               IF (WS-CHOICE = "14" OR "16" OR "28" OR "29"
                   OR "33" OR "36" OR "40" OR "42" OR "77"
                   OR "89" OR "91" OR "92" OR "132" OR "137"
                   OR "138" OR "144")
                   AND NOT OPERATOR-IS-SUPERVISOR
                   DISPLAY "Choice " WS-CHOICE " requires a "
                       "supervisor - not permitted for "

       COPY "SIGN-ON".

       LOG-SIGN-ON SECTION.
           MOVE WS-SIGNON-ID TO SL-OPERATOR-ID.
           ACCEPT WS-SIGNON-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SIGNON-STAMP-TIME FROM TIME.
           STRING WS-SIGNON-STAMP-DATE DELIMITED BY SIZE
               WS-SIGNON-STAMP-TIME(1:6) DELIMITED BY SIZE
               INTO SL-TIMESTAMP
           END-STRING.
           MOVE "OPERATOR-MENU" TO SL-PROGRAM-NAME.
           OPEN EXTEND SignonLogFile.
           IF WS-SIGNON-LOG-STATUS = "35"
               CLOSE SignonLogFile
               OPEN OUTPUT SignonLogFile
           END-IF.
           WRITE SIGNON-LOG-RECORD.
           CLOSE SignonLogFile.

       LOG-CALL-STATS SECTION.
           MOVE "OPERATOR-MENU" TO CS-CALLER-PROGRAM.
           MOVE WS-TARGET-PROGRAM TO CS-CALLED-PROGRAM.
