           05 ME-MEMBER-B PIC 9(2).
           05 ME-NAME-A PIC X(12).
           05 ME-NAME-B PIC X(12).
           05 ME-PERSON-A-ID PIC 9(6).
           05 ME-PERSON-B-ID PIC 9(6).
