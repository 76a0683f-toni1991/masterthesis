       SHOW-LATEST-NOTES SECTION.
           MOVE 0 TO WS-PN-COUNT.
           MOVE 0 TO WS-PN-LATEST-COUNT.
           MOVE "N" TO WS-PN-EOF-SWITCH.
           OPEN INPUT PersonNoteFile.
           IF WS-PERSON-NOTE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL PN-EOF
                   READ PersonNoteFile
                       AT END SET PN-EOF TO TRUE
                   END-READ
                   IF NOT PN-EOF AND PN-PERSON-ID = WS-PN-WANT-ID
                       ADD 1 TO WS-PN-COUNT
                       PERFORM KEEP-LATEST-NOTE
                   END-IF
               END-PERFORM
               CLOSE PersonNoteFile
           END-IF.
           IF WS-PN-COUNT > 0
               DISPLAY "Case notes (latest " WS-PN-LATEST-COUNT
                   " of " WS-PN-COUNT "):"
               PERFORM VARYING WS-PN-IDX FROM WS-PN-LATEST-COUNT
                       BY -1 UNTIL WS-PN-IDX < 1
                   MOVE WS-PN-LATEST(WS-PN-IDX) TO PERSON-NOTE-RECORD
                   PERFORM SET-NOTE-CATEGORY-TEXT
                   DISPLAY "  " PN-TIMESTAMP(1:8) " "
                       WS-PN-CATEGORY-TEXT " " PN-OPERATOR-ID " "
                       PN-TEXT
               END-PERFORM
           END-IF.

       KEEP-LATEST-NOTE SECTION.
           IF WS-PN-LATEST-COUNT < 3
               ADD 1 TO WS-PN-LATEST-COUNT
           ELSE
               MOVE WS-PN-LATEST(2) TO WS-PN-LATEST(1)
               MOVE WS-PN-LATEST(3) TO WS-PN-LATEST(2)
           END-IF.
           MOVE PERSON-NOTE-RECORD TO WS-PN-LATEST(WS-PN-LATEST-COUNT).

       SET-NOTE-CATEGORY-TEXT SECTION.
           EVALUATE TRUE
               WHEN PN-GENERAL MOVE "GENERAL" TO WS-PN-CATEGORY-TEXT
               WHEN PN-CONTACT MOVE "CONTACT" TO WS-PN-CATEGORY-TEXT
               WHEN PN-DOCUMENTS
                   MOVE "DOCUMENTS" TO WS-PN-CATEGORY-TEXT
               WHEN PN-LEGAL MOVE "LEGAL" TO WS-PN-CATEGORY-TEXT
               WHEN PN-ASSISTANCE
                   MOVE "ASSISTANCE" TO WS-PN-CATEGORY-TEXT
               WHEN OTHER MOVE PN-CATEGORY TO WS-PN-CATEGORY-TEXT
           END-EVALUATE.
