       COPY "ENV-PROFILE".

       FD HouseholdFile.
       COPY "HouseholdData".

       WORKING-STORAGE SECTION.
           01 WS-ENV-PROFILE-STATUS PIC X(2).
