      *> overwritten. The run ends with applied, skipped, and
      *> exception counts so the recovery can be certified, and a
      *> nonzero return code whenever an exception was reported.
      *> The risk class and credit limit a CMNT change may also have
      *> made are judged the same way against the customer credit
      *> file (copybook CUSTCRED), where an account with no credit
      *> record stands as class "S" at the class default. The
      *> address and the credit images are judged separately, so a
      *> journal record whose address was already reapplied still
      *> has its credit change reapplied, and the other way about.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLRPLY.

               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ACCOUNT-NO
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.
           SELECT CREDIT-FILE ASSIGN TO "CUSTCRED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRD-ACCOUNT-NO
               FILE STATUS IS WS-CUSTCRED-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JRNLIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNLIN-FILE-STATUS.
           RECORD CONTAINS 110 CHARACTERS.
           COPY CUSTREC.

       FD  CREDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY CUSTCRED.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 241 CHARACTERS.
           COPY CUSTJRN.

       FD  REPORT-FILE
           88 WS-END-OF-FILE  VALUE "Y".
       01  WS-MASTER-HELD-SW   PIC X       VALUE "N".
           88 WS-MASTER-HELD  VALUE "Y".
       01  WS-CREDIT-HELD-SW   PIC X       VALUE "N".
           88 WS-CREDIT-HELD  VALUE "Y".
      *> Where the master and the credit record stand against the
      *> journal images: "A" already at the after image, "B" at the
      *> before image, "X" at neither.
       01  WS-ADDRESS-STATE    PIC X       VALUE SPACE.
       01  WS-CREDIT-STATE     PIC X       VALUE SPACE.
       01  WS-FILE-RISK-CLASS  PIC X       VALUE SPACE.
       01  WS-FILE-LIMIT-SOURCE PIC X      VALUE SPACE.
       01  WS-FILE-CREDIT-LIMIT PIC 9(9)V99 VALUE 0.
       01  WS-LIMIT-EDIT       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CUSTMAST-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-JRNLIN-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-CUSTCRED-FILE-STATUS PIC XX      VALUE SPACES.

       01  WS-PAGE-NUMBER      PIC 9(3) COMP    VALUE 0.
       01  WS-LINE-COUNT       PIC 9(3) COMP    VALUE 99.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CREDIT-FILE
           IF WS-CUSTCRED-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CREDIT-FILE - STATUS: "
                   WS-CUSTCRED-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNLIN-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN JOURNAL-FILE - STATUS: "
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           CLOSE CUSTOMER-MASTER
           CLOSE CREDIT-FILE
           CLOSE JOURNAL-FILE
           CLOSE REPORT-FILE
           DISPLAY "JRNLRPLY - JOURNAL RECORDS: " WS-JOURNAL-COUNT
               NOT INVALID KEY
                   MOVE "Y" TO WS-MASTER-HELD-SW
           END-READ
           IF WS-MASTER-HELD
               PERFORM JUDGE-ADDRESS-IMAGES
               PERFORM READ-CREDIT-FOR-ACCOUNT
               PERFORM JUDGE-CREDIT-IMAGES
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-MASTER-HELD
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE "*EXCEPTION - ACCT MISSING" TO
                       WS-ENT-DISPOSITION
                   PERFORM WRITE-ENTRY-LINE
               WHEN WS-ADDRESS-STATE = "X" OR WS-CREDIT-STATE = "X"
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE "*EXCEPTION - IMAGE MISMATCH" TO
                       WS-ENT-DISPOSITION
                   PERFORM WRITE-ENTRY-LINE
                   PERFORM WRITE-MISMATCH-DETAIL
               WHEN WS-ADDRESS-STATE = "B" OR WS-CREDIT-STATE = "B"
                   PERFORM APPLY-AFTER-IMAGES
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE "SKIPPED - ALREADY APPLIED" TO
                       WS-ENT-DISPOSITION
                   PERFORM WRITE-ENTRY-LINE
           END-EVALUATE.

      *> The after image is tested first, so a journal record that
      *> left a part unchanged counts that part as already applied.
       JUDGE-ADDRESS-IMAGES.
           EVALUATE TRUE
               WHEN CUST-NAME = JRN-AFTER-NAME
                       AND CUST-ADDRESS-LINE1 = JRN-AFTER-ADDRESS
                       AND CUST-CITY = JRN-AFTER-CITY
                       AND CUST-STATE = JRN-AFTER-STATE
                       AND CUST-ZIP = JRN-AFTER-ZIP
                   MOVE "A" TO WS-ADDRESS-STATE
               WHEN CUST-NAME = JRN-BEFORE-NAME
                       AND CUST-ADDRESS-LINE1 = JRN-BEFORE-ADDRESS
                       AND CUST-CITY = JRN-BEFORE-CITY
                       AND CUST-STATE = JRN-BEFORE-STATE
                       AND CUST-ZIP = JRN-BEFORE-ZIP
                   MOVE "B" TO WS-ADDRESS-STATE
               WHEN OTHER
                   MOVE "X" TO WS-ADDRESS-STATE
           END-EVALUATE.

       READ-CREDIT-FOR-ACCOUNT.
           MOVE JRN-ACCOUNT-NO TO CRD-ACCOUNT-NO
           READ CREDIT-FILE
               INVALID KEY
                   MOVE "N" TO WS-CREDIT-HELD-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-CREDIT-HELD-SW
           END-READ
           IF WS-CREDIT-HELD
               MOVE CRD-RISK-CLASS TO WS-FILE-RISK-CLASS
               MOVE CRD-LIMIT-SOURCE TO WS-FILE-LIMIT-SOURCE
               MOVE CRD-CREDIT-LIMIT TO WS-FILE-CREDIT-LIMIT
           ELSE
               MOVE "S" TO WS-FILE-RISK-CLASS
               MOVE "D" TO WS-FILE-LIMIT-SOURCE
               MOVE 0 TO WS-FILE-CREDIT-LIMIT
           END-IF.

       JUDGE-CREDIT-IMAGES.
           EVALUATE TRUE
               WHEN WS-FILE-RISK-CLASS = JRN-AFTER-RISK-CLASS
                       AND WS-FILE-LIMIT-SOURCE = JRN-AFTER-LIMIT-SOURCE
                       AND WS-FILE-CREDIT-LIMIT = JRN-AFTER-CREDIT-LIMIT
                   MOVE "A" TO WS-CREDIT-STATE
               WHEN WS-FILE-RISK-CLASS = JRN-BEFORE-RISK-CLASS
                       AND WS-FILE-LIMIT-SOURCE =
                           JRN-BEFORE-LIMIT-SOURCE
                       AND WS-FILE-CREDIT-LIMIT =
                           JRN-BEFORE-CREDIT-LIMIT
                   MOVE "B" TO WS-CREDIT-STATE
               WHEN OTHER
                   MOVE "X" TO WS-CREDIT-STATE
           END-EVALUATE.

       APPLY-AFTER-IMAGES.
           IF WS-ADDRESS-STATE = "B"
               PERFORM APPLY-ADDRESS-IMAGES
           END-IF
           IF WS-CREDIT-STATE = "B"
               PERFORM APPLY-CREDIT-IMAGES
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           MOVE "APPLIED" TO WS-ENT-DISPOSITION
           PERFORM WRITE-ENTRY-LINE.

       APPLY-ADDRESS-IMAGES.
           MOVE JRN-AFTER-NAME TO CUST-NAME
           MOVE JRN-AFTER-ADDRESS TO CUST-ADDRESS-LINE1
           MOVE JRN-AFTER-CITY TO CUST-CITY
           MOVE JRN-AFTER-STATE TO CUST-STATE
           MOVE JRN-AFTER-ZIP TO CUST-ZIP
           REWRITE CUSTOMER-RECORD
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               DISPLAY "*** REWRITE FAILED - ACCOUNT: "
                   WS-CUSTMAST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> The credit record carries the journal's operator and date
      *> as its last change, as CMNT stamped it at the time.
       APPLY-CREDIT-IMAGES.
           IF NOT WS-CREDIT-HELD
               MOVE SPACES TO CUSTOMER-CREDIT-RECORD
               MOVE JRN-ACCOUNT-NO TO CRD-ACCOUNT-NO
           END-IF
           MOVE JRN-AFTER-RISK-CLASS TO CRD-RISK-CLASS
           MOVE JRN-AFTER-LIMIT-SOURCE TO CRD-LIMIT-SOURCE
           MOVE JRN-AFTER-CREDIT-LIMIT TO CRD-CREDIT-LIMIT
           MOVE JRN-DATE TO CRD-CHANGED-DATE
           MOVE JRN-OPERATOR TO CRD-CHANGED-OPERATOR
           IF WS-CREDIT-HELD
               REWRITE CUSTOMER-CREDIT-RECORD
           ELSE
               WRITE CUSTOMER-CREDIT-RECORD
           END-IF
           IF WS-CUSTCRED-FILE-STATUS NOT = "00"
               DISPLAY "*** CREDIT UPDATE FAILED - ACCOUNT: "
                   CRD-ACCOUNT-NO " STATUS: "
                   WS-CUSTCRED-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> An image mismatch means the record changed between the
      *> backup and the journal entry (or the wrong day's journal
           MOVE "CITY" TO WS-FLD-LABEL
           MOVE CUST-CITY TO WS-FLD-ON-FILE
           MOVE JRN-BEFORE-CITY TO WS-FLD-BEFORE
           PERFORM WRITE-FIELD-LINE
           MOVE "STATE" TO WS-FLD-LABEL
           MOVE CUST-STATE TO WS-FLD-ON-FILE
           MOVE JRN-BEFORE-STATE TO WS-FLD-BEFORE
           PERFORM WRITE-FIELD-LINE
           MOVE "ZIP" TO WS-FLD-LABEL
           MOVE CUST-ZIP TO WS-FLD-ON-FILE
           MOVE JRN-BEFORE-ZIP TO WS-FLD-BEFORE
           PERFORM WRITE-FIELD-LINE
           MOVE "RISK CLS" TO WS-FLD-LABEL
           MOVE WS-FILE-RISK-CLASS TO WS-FLD-ON-FILE
           MOVE JRN-BEFORE-RISK-CLASS TO WS-FLD-BEFORE
           PERFORM WRITE-FIELD-LINE
           MOVE "CR LIMIT" TO WS-FLD-LABEL
           IF WS-FILE-LIMIT-SOURCE = "A"
               MOVE WS-FILE-CREDIT-LIMIT TO WS-LIMIT-EDIT
               MOVE WS-LIMIT-EDIT TO WS-FLD-ON-FILE
           ELSE
               MOVE "CLASS DEFAULT" TO WS-FLD-ON-FILE
           END-IF
           IF JRN-BEFORE-LIMIT-SOURCE = "A"
               MOVE JRN-BEFORE-CREDIT-LIMIT TO WS-LIMIT-EDIT
               MOVE WS-LIMIT-EDIT TO WS-FLD-BEFORE
           ELSE
               MOVE "CLASS DEFAULT" TO WS-FLD-BEFORE
           END-IF
           PERFORM WRITE-FIELD-LINE.

       WRITE-ENTRY-LINE.
           IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADING
           END-IF
           MOVE JRN-ACCOUNT-NO TO WS-ENT-ACCOUNT
