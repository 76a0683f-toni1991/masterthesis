       COPY "PersonData".

       FD HouseholdFile.
       COPY "HouseholdData".

       FD DupReportFile.
       01 DUP-REPORT-LINE PIC X(100).
