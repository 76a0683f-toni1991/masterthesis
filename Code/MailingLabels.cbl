          ASSIGN TO "reportindex.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REPORT-INDEX-STATUS.
       SELECT AddressDoubtFile
          ASSIGN TO DYNAMIC WS-ENV-ADDRDOUBT
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS AD-PERSON-ID
          FILE STATUS IS WS-ADDRESS-DOUBT-STATUS.
       SELECT CorrAddressFile
          ASSIGN TO DYNAMIC WS-ENV-CORRADDR
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CA-PERSON-ID
          FILE STATUS IS WS-CORR-ADDRESS-STATUS.
       SELECT PresortFile
          ASSIGN TO "presort.tmp".
       SELECT PostageStatementFile
          ASSIGN TO DYNAMIC WS-PS-STATEMENT-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-POSTAGE-STATUS.

       SELECT DisclosureRegisterFile
          ASSIGN TO "disclosureregister.txt"
       FD LabelCardFile.
       01 LABEL-CARD-RECORD.
           05 LC-SELECT-SURNAME PIC X(10).
           05 LC-PRESORT PIC X.

       FD LabelFile.
       01 LABEL-LINE PIC X(42).
       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       FD AddressDoubtFile.
       COPY "ADDRESS-DOUBT".

       FD CorrAddressFile.
       COPY "CORR-ADDRESS".

       SD PresortFile.
       COPY "PRESORT-RECORD".

       FD PostageStatementFile.
       01 POSTAGE-LINE PIC X(72).

       WORKING-STORAGE SECTION.
       COPY "PRESORT-WS".
       COPY "MAIL-REFERENCE-WS".
       COPY "CORR-ADDRESS-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
               ".txt" DELIMITED BY SIZE
               INTO WS-LABEL-FILE-NAME
           END-STRING.
           MOVE SPACES TO WS-PS-STATEMENT-NAME.
           STRING "postage.labels." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-PS-STATEMENT-NAME
           END-STRING.
           MOVE "MAILING LABELS" TO WS-PS-RUN-NAME.
           MOVE WS-RUN-DATE TO WS-PS-RUN-DATE.
           PERFORM READ-LABEL-CARD.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
           ELSE
               OPEN OUTPUT LabelFile
               PERFORM OPEN-DISCLOSURE-REGISTER
               PERFORM OPEN-ADDRESS-DOUBT-REGISTER
               PERFORM OPEN-CORR-ADDRESS-REGISTER
               IF PRESORT-WANTED
                   SORT PresortFile
                       ON ASCENDING KEY PS-ZIP-CODE PS-STREET
                           PS-HOUSENUMBER PS-PIECE-SEQ PS-LINE-SEQ
                       INPUT PROCEDURE IS SELECT-LABELS
                       OUTPUT PROCEDURE IS PRESORT-OUTPUT
               ELSE
                   PERFORM SELECT-LABELS
               END-IF
               CLOSE LabelFile
               CLOSE DisclosureRegisterFile
               PERFORM CLOSE-ADDRESS-DOUBT-REGISTER
               PERFORM CLOSE-CORR-ADDRESS-REGISTER
               CLOSE RecordFile
               PERFORM LOG-REPORT-INDEX
               PERFORM WRITE-POSTAGE-STATEMENT
           END-IF.
           DISPLAY "Mailing label run complete. Labels written: "
               WS-LABEL-COUNT " to " WS-LABEL-FILE-NAME.
           GOBACK.

       SELECT-LABELS SECTION.
           PERFORM UNTIL EOF
               READ RecordFile NEXT RECORD
                   AT END SET EOF TO TRUE
               END-READ
               IF NOT EOF AND PERSON-ID NOT = WS-TRAILER-KEY
                   AND (STATUS-ACTIVE OR PERSON-STATUS = SPACE)
                   AND NOT PROTECTED-PERSON
                   IF WS-SELECT-SURNAME = SPACES
                           OR WS-SELECT-SURNAME = SURNAME
                       MOVE SPACES TO WS-MAIL-ADDRESS
                       MOVE STREET TO WS-MAIL-STREET
                       MOVE HOUSENUMBER TO WS-MAIL-HOUSENUMBER
                       MOVE ZIP-CODE TO WS-MAIL-ZIP-CODE
                       MOVE CITY TO WS-MAIL-CITY
                       MOVE PERSON-ID TO WS-CA-PERSON-ID
                       PERFORM RESOLVE-MAIL-ADDRESS
                       MOVE PERSON-ID TO WS-MR-PERSON-ID
                       MOVE WS-MAIL-STREET TO WS-MR-STREET
                       MOVE WS-MAIL-HOUSENUMBER TO WS-MR-HOUSENUMBER
                       MOVE WS-MAIL-ZIP-CODE TO WS-MR-ZIP-CODE
                       PERFORM CHECK-MAIL-STOP
                       IF NOT MAIL-STOPPED
                           PERFORM WRITE-ONE-LABEL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       LOG-REPORT-INDEX SECTION.
           MOVE "MAILING LABELS" TO RI-REPORT-NAME.
           MOVE "MAILING-LABELS" TO RI-PROGRAM-NAME.
               DISPLAY "Surname to select (blank for all): "
                   WITH NO ADVANCING
               ACCEPT WS-SELECT-SURNAME
               DISPLAY "Postal presort order (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-PRESORT-SWITCH
           ELSE
               READ LabelCardFile
                   AT END CONTINUE
                   NOT AT END
                       MOVE LC-SELECT-SURNAME TO WS-SELECT-SURNAME
                       MOVE LC-PRESORT TO WS-PRESORT-SWITCH
               END-READ
               CLOSE LabelCardFile
           END-IF.
           IF WS-PRESORT-SWITCH = "y"
               SET PRESORT-WANTED TO TRUE
           END-IF.

       WRITE-ONE-LABEL SECTION.
           MOVE WS-MAIL-ZIP-CODE TO WS-PS-ZIP-CODE.
           MOVE WS-MAIL-STREET TO WS-PS-STREET.
           MOVE WS-MAIL-HOUSENUMBER TO WS-PS-HOUSENUMBER.
           PERFORM BEGIN-PRESORT-PIECE.
           MOVE SPACES TO LABEL-LINE.
           STRING FIRSTNAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SURNAME DELIMITED BY SIZE
               INTO LABEL-LINE
           END-STRING.
           PERFORM EMIT-LABEL-LINE.
           PERFORM BUILD-MAIL-ADDRESS-LINES.
           PERFORM VARYING WS-MAIL-LINE-IDX FROM 1 BY 1
                   UNTIL WS-MAIL-LINE-IDX > 4
               MOVE WS-MAIL-LINE(WS-MAIL-LINE-IDX) TO LABEL-LINE
               PERFORM EMIT-LABEL-LINE
           END-PERFORM.
           MOVE "LABL" TO WS-MR-TYPE.
           PERFORM BUILD-MAIL-REFERENCE.
           MOVE WS-MR-LINE TO LABEL-LINE.
           PERFORM EMIT-LABEL-LINE.
           MOVE SPACES TO LABEL-LINE.
           PERFORM EMIT-LABEL-LINE.
           ADD 1 TO WS-LABEL-COUNT.
           PERFORM LOG-DISCLOSURE.

       EMIT-LABEL-LINE SECTION.
           IF PRESORT-WANTED
               MOVE LABEL-LINE TO WS-PS-OUT-LINE
               PERFORM RELEASE-PRESORT-LINE
           ELSE
               WRITE LABEL-LINE
           END-IF.

       PUT-PRESORT-LINE SECTION.
           MOVE WS-PS-OUT-LINE TO LABEL-LINE.
           WRITE LABEL-LINE.

       COPY "PRESORT".

       COPY "MAIL-REFERENCE".

       COPY "CORR-ADDRESS-LOOKUP".

       OPEN-DISCLOSURE-REGISTER SECTION.
           ACCEPT WS-DISCLOSURE-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND DisclosureRegisterFile.
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
               MOVE WS-ENV-ADDRDOUBT TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-ADDRDOUBT
               MOVE WS-ENV-CORRADDR TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-CORRADDR
           END-IF.

       COPY "ENV-SECTIONS".
