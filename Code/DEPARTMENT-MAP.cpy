       01 DEPARTMENT-MAP-RECORD.
           05 DM-MATCH-TYPE PIC X.
               88 DM-MATCH-PROGRAM VALUE "P".
               88 DM-MATCH-REPORT VALUE "R".
               88 DM-MATCH-REQUESTER VALUE "Q".
               88 DM-MATCH-FILE-PREFIX VALUE "F".
           05 DM-MATCH-NAME PIC X(20).
           05 DM-COST-CENTRE PIC X(8).
           05 DM-DEPARTMENT-NAME PIC X(20).
