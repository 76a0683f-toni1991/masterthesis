               88 OM-ROLE-SUPERVISOR VALUE "S".
               88 OM-ROLE-UPDATE VALUE "U".
               88 OM-ROLE-READONLY VALUE "R".
               88 OM-ROLE-TRAINEE VALUE "T".
           05 OM-ACTIVE-FLAG PIC X.
               88 OM-ACTIVE VALUE "A".
               88 OM-SUSPENDED VALUE "S".
               88 OM-DEACTIVATED VALUE "I".
           05 OM-MUNICIPALITIES.
               10 OM-MUNICIPALITY PIC X(4) OCCURS 5 TIMES.
           05 OM-PERSON-ID PIC 9(6).
