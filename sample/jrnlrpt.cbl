       FILE SECTION.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 241 CHARACTERS.
           COPY CUSTJRN.

       FD  REPORT-FILE
           88 WS-END-OF-FILE  VALUE "Y".

       01  WS-JRNLIN-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-LIMIT-EDIT           PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-PAGE-NUMBER      PIC 9(3) COMP    VALUE 0.
       01  WS-LINE-COUNT       PIC 9(3) COMP    VALUE 99.
           STOP RUN.

       WRITE-JOURNAL-ENTRY.
           IF WS-LINE-COUNT + 9 > WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADING
           END-IF
           MOVE JRN-ACCOUNT-NO TO WS-ENT-ACCOUNT
           MOVE JRN-BEFORE-CITY TO WS-FLD-BEFORE
           MOVE JRN-AFTER-CITY TO WS-FLD-AFTER
           PERFORM WRITE-FIELD-LINE
           MOVE "STATE" TO WS-FLD-LABEL
           MOVE JRN-BEFORE-STATE TO WS-FLD-BEFORE
           MOVE JRN-AFTER-STATE TO WS-FLD-AFTER
           PERFORM WRITE-FIELD-LINE
           MOVE "ZIP" TO WS-FLD-LABEL
           MOVE JRN-BEFORE-ZIP TO WS-FLD-BEFORE
           MOVE JRN-AFTER-ZIP TO WS-FLD-AFTER
           PERFORM WRITE-FIELD-LINE
           MOVE "RISK CLS" TO WS-FLD-LABEL
           MOVE JRN-BEFORE-RISK-CLASS TO WS-FLD-BEFORE
           MOVE JRN-AFTER-RISK-CLASS TO WS-FLD-AFTER
           PERFORM WRITE-FIELD-LINE
           MOVE "CR LIMIT" TO WS-FLD-LABEL
           IF JRN-BEFORE-LIMIT-SOURCE = "A"
               MOVE JRN-BEFORE-CREDIT-LIMIT TO WS-LIMIT-EDIT
               MOVE WS-LIMIT-EDIT TO WS-FLD-BEFORE
           ELSE
               MOVE "CLASS DEFAULT" TO WS-FLD-BEFORE
           END-IF
           IF JRN-AFTER-LIMIT-SOURCE = "A"
               MOVE JRN-AFTER-CREDIT-LIMIT TO WS-LIMIT-EDIT
               MOVE WS-LIMIT-EDIT TO WS-FLD-AFTER
           ELSE
               MOVE "CLASS DEFAULT" TO WS-FLD-AFTER
           END-IF
           PERFORM WRITE-FIELD-LINE
           ADD 9 TO WS-LINE-COUNT.

       WRITE-FIELD-LINE.
           IF WS-FLD-BEFORE = WS-FLD-AFTER
