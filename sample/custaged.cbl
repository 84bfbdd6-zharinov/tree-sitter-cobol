      *> CUSTAGED - Monthly aged trial balance
      *> Shows how old the money owed actually is. Reads the
      *> customer master presorted into CUST-STATE sequence (the
      *> AGESORT step, account number as tie-breaker) and ages every
      *> account carrying a balance against its activity on the
      *> transaction history KSDS (copybook CUSTHIST). The debits in
      *> the history window are bucketed by age from the run date -
      *> current (0-30 days), 31-60, 61-90 and over 90 - and the
      *> credits are applied to the oldest debits first, so what is
      *> still owed is the newest debits: CUST-BALANCE is spread
      *> over the buckets newest first until it is used up. A
      *> balance larger than every debit in the window was brought
      *> forward from before the oldest history retained; that part
      *> can only be called over 90 days, and the account is listed
      *> on the exception report with the amount the window cannot
      *> explain. A credit balance is carried whole in the current
      *> column. Closed and written-off accounts still holding a
      *> balance are aged like any other - the money is still on the
      *> books - and zero balances are counted but not printed.
      *> The trial balance prints account detail with a subtotal per
      *> state and a grand total, and the same bucket figures go to
      *> the collections extract (copybook CUSTAGE). The grand total
      *> is reconciled to the CTLCARD balance hash and the record
      *> count to its count, exactly as CUSTSUM does; a non-numeric
      *> CUST-BALANCE is left out of the money (as the hash leaves it
      *> out) and listed as an exception. Either mismatch ends the
      *> run RC 8 with the report still printed.
      *> Each completed run appends its statistics record (copybook
      *> RUNSTAT) to the shared run-history dataset.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTAGED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-EXTRACT ASSIGN TO "CUSTEXTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTEXTR-FILE-STATUS.
           SELECT TRAN-HISTORY ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-TRANHIST-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-FILE-STATUS.
           SELECT AGED-EXTRACT-FILE ASSIGN TO "AGEDEXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "AGEDRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "AGEDEXC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT RUN-STATISTICS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-EXTRACT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
           COPY CUSTREC.

       FD  TRAN-HISTORY
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS.
           COPY CUSTHIST.

       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 23 CHARACTERS.
           COPY CUSTCTL.

       FD  AGED-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY CUSTAGE.

       FD  REPORT-FILE
           LABEL RECORDS OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                 PIC X(132).

       FD  EXCEPTION-FILE
           LABEL RECORDS OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01  EXCEPTION-LINE              PIC X(132).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS.
           COPY RUNCTL.

       FD  RUN-STATISTICS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       01  WS-READ-COUNT       PIC S9(7) COMP-3   VALUE 0.
       01  WS-AGED-COUNT       PIC S9(7) COMP-3   VALUE 0.
       01  WS-ZERO-COUNT       PIC S9(7) COMP-3   VALUE 0.
       01  WS-CREDIT-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-EXCEPTION-COUNT  PIC S9(7) COMP-3   VALUE 0.
       01  WS-PREDATE-COUNT    PIC S9(7) COMP-3   VALUE 0.
       01  WS-NONNUM-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-UNEXPLAINED-TOTAL PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CONTROL-COUNT    PIC S9(7) COMP-3   VALUE 0.
       01  WS-CONTROL-BALANCE  PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-EOF-SWITCH       PIC X       VALUE "N".
           88 WS-END-OF-FILE  VALUE "Y".
       01  WS-HIST-DONE-SW     PIC X       VALUE "N".
           88 WS-HIST-DONE    VALUE "Y".
       01  WS-FIRST-RECORD-SW  PIC X       VALUE "Y".
           88 WS-FIRST-RECORD VALUE "Y".
       01  WS-PRIOR-STATE      PIC X(2)    VALUE SPACES.

       01  WS-CUSTEXTR-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-TRANHIST-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-CTLCARD-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-RUNCTL-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-RUNSTATS-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-CYCLE-DATE           PIC X(8)    VALUE SPACES.

       01  WS-BUCKET-SUB       PIC 9(3) COMP    VALUE 0.
       01  WS-AGE-DAYS         PIC S9(5) COMP-3 VALUE 0.
       01  WS-RUN-DATE-NUM     PIC 9(8)    VALUE 0.
       01  WS-TRAN-DATE-NUM    PIC 9(8)    VALUE 0.
       01  WS-RUN-DAY-NO       PIC S9(7) COMP-3 VALUE 0.
       01  WS-REMAINING        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-UNEXPLAINED      PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-STATE-CUST-COUNT PIC S9(7) COMP-3    VALUE 0.
       01  WS-STATE-BALANCE    PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GRAND-CUST-COUNT PIC S9(7) COMP-3    VALUE 0.
       01  WS-GRAND-BALANCE    PIC S9(13)V99 COMP-3 VALUE 0.

      *> One entry per age bucket: 1 current (0-30 days), 2 31-60,
      *> 3 61-90, 4 over 90.
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET-ENTRY OCCURS 4 TIMES.
               10  WS-BKT-DEBITS       PIC S9(11)V99 COMP-3.
               10  WS-BKT-ACCOUNT      PIC S9(11)V99 COMP-3.
               10  WS-BKT-STATE        PIC S9(13)V99 COMP-3.
               10  WS-BKT-GRAND        PIC S9(13)V99 COMP-3.

       01  WS-PAGE-NUMBER      PIC 9(3) COMP    VALUE 0.
       01  WS-LINE-COUNT       PIC 9(3) COMP    VALUE 99.
       01  WS-EXC-PAGE-NUMBER  PIC 9(3) COMP    VALUE 0.
       01  WS-EXC-LINE-COUNT   PIC 9(3) COMP    VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(3) COMP    VALUE 60.
       01  WS-RUN-DATE         PIC X(8)    VALUE SPACES.
       01  WS-RUN-TIME         PIC X(8)    VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(11)   VALUE "RUN DATE: ".
           05  WS-HDG-DATE         PIC X(8).
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  WS-HDG-TITLE        PIC X(26).
           05  FILLER              PIC X(64)   VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE "PAGE: ".
           05  WS-HDG-PAGE         PIC ZZ9.
           05  FILLER              PIC X(4)    VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER              PIC X(9)    VALUE "ACCOUNT".
           05  FILLER              PIC X(22)
               VALUE "CUSTOMER NAME      ST".
           05  FILLER              PIC X(19)
               VALUE "            BALANCE".
           05  FILLER              PIC X(19)
               VALUE "            CURRENT".
           05  FILLER              PIC X(19)
               VALUE "         31-60 DAYS".
           05  FILLER              PIC X(19)
               VALUE "         61-90 DAYS".
           05  FILLER              PIC X(19)
               VALUE "       OVER 90 DAYS".
           05  FILLER              PIC X(6)    VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-ACCOUNT      PIC 9(7).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-NAME         PIC X(18).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  WS-DTL-STATUS       PIC X.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  WS-DTL-BALANCE      PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-DTL-BUCKET-GROUP.
               10  WS-DTL-BUCKET-ENTRY OCCURS 4 TIMES.
                   15  FILLER          PIC X(4).
                   15  WS-DTL-BUCKET   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-FLAG         PIC X(3).
           05  FILLER              PIC X(1)    VALUE SPACES.

       01  WS-STATE-LINE.
           05  FILLER              PIC X(6)    VALUE "STATE ".
           05  WS-STL-STATE        PIC X(2).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-STL-CUSTOMERS    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(15)   VALUE " ACCOUNTS".
           05  WS-STL-BALANCE      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-STL-BUCKET-GROUP.
               10  WS-STL-BUCKET-ENTRY OCCURS 4 TIMES.
                   15  FILLER          PIC X(1).
                   15  WS-STL-BUCKET   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(6)    VALUE SPACES.

       01  WS-GRAND-LINE.
           05  FILLER              PIC X(10)   VALUE "TOTAL".
           05  WS-GRD-CUSTOMERS    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(15)   VALUE " ACCOUNTS".
           05  WS-GRD-BALANCE      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-GRD-BUCKET-GROUP.
               10  WS-GRD-BUCKET-ENTRY OCCURS 4 TIMES.
                   15  FILLER          PIC X(1).
                   15  WS-GRD-BUCKET   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(6)    VALUE SPACES.

       01  WS-RECON-LINE-1.
           05  FILLER          PIC X(28)
               VALUE "*** RECORDS READ:          ".
           05  WS-RCN-READ     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-RECON-LINE-2.
           05  FILLER          PIC X(28)
               VALUE "*** CONTROL CARD COUNT:    ".
           05  WS-RCN-CONTROL  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-RECON-LINE-3.
           05  FILLER          PIC X(28)
               VALUE "*** ACCOUNTS AGED:         ".
           05  WS-RCN-AGED     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-RECON-LINE-4.
           05  FILLER          PIC X(28)
               VALUE "*** OF WHICH CREDIT:       ".
           05  WS-RCN-CREDIT   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-RECON-LINE-5.
           05  FILLER          PIC X(28)
               VALUE "*** ZERO BALANCES:         ".
           05  WS-RCN-ZERO     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-RECON-LINE-6.
           05  FILLER          PIC X(28)
               VALUE "*** BEYOND HISTORY WINDOW: ".
           05  WS-RCN-EXC-CNT  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-RCN-EXC-AMT  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(77) VALUE SPACES.

       01  WS-RECON-LINE-7.
           05  FILLER          PIC X(35)
               VALUE "*** BALANCES EXCLUDED NON-NUMERIC: ".
           05  WS-RCN-NONNUM   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(90) VALUE SPACES.

       01  WS-RECON-LINE-8.
           05  FILLER          PIC X(28)
               VALUE "*** CONTROL CARD BALANCE:  ".
           05  WS-RCN-CTLBAL   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(83) VALUE SPACES.

       01  WS-RECON-LINE-9.
           05  FILLER          PIC X(28)
               VALUE "*** TRIAL BALANCE PROOF:   ".
           05  WS-RCN-PROOF    PIC X(20).
           05  FILLER          PIC X(84) VALUE SPACES.

       01  WS-EXC-COLUMN-HEADING-LINE.
           05  FILLER              PIC X(10)   VALUE "ACCOUNT".
           05  FILLER              PIC X(32)   VALUE "CUSTOMER NAME".
           05  FILLER              PIC X(5)    VALUE "ST".
           05  FILLER              PIC X(15)
               VALUE "        BALANCE".
           05  FILLER              PIC X(17)
               VALUE "      UNEXPLAINED".
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(49)   VALUE "REASON".

       01  WS-EXC-DETAIL-LINE.
           05  WS-EXC-ACCOUNT      PIC 9(7).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WS-EXC-NAME         PIC X(30).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-EXC-STATE        PIC X(2).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WS-EXC-BALANCE      PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-EXC-NO-BALANCE REDEFINES WS-EXC-BALANCE
                                   PIC X(15).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WS-EXC-UNEXPLAINED  PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-EXC-NO-UNEXPLAINED REDEFINES WS-EXC-UNEXPLAINED
                                   PIC X(14).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  WS-EXC-REASON       PIC X(30).
           05  FILLER              PIC X(19)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM READ-CYCLE-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           PERFORM INITIALIZE-BUCKET-TABLE
           OPEN INPUT CUSTOMER-EXTRACT
           IF WS-CUSTEXTR-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CUSTOMER-EXTRACT - STATUS: "
                   WS-CUSTEXTR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TRAN-HISTORY
           IF WS-TRANHIST-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN TRAN-HISTORY - STATUS: "
                   WS-TRANHIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CONTROL-FILE
           IF WS-CTLCARD-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CONTROL-FILE - STATUS: "
                   WS-CTLCARD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CONTROL-FILE
               AT END
                   MOVE 0 TO WS-CONTROL-COUNT
                   MOVE 0 TO WS-CONTROL-BALANCE
               NOT AT END
                   MOVE CTL-RECORD-COUNT TO WS-CONTROL-COUNT
                   MOVE CTL-TOTAL-BALANCE TO WS-CONTROL-BALANCE
           END-READ
           CLOSE CONTROL-FILE
           OPEN OUTPUT AGED-EXTRACT-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT EXCEPTION-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ CUSTOMER-EXTRACT
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM AGE-CUSTOMER
               END-READ
           END-PERFORM
           IF NOT WS-FIRST-RECORD
               PERFORM WRITE-STATE-LINE
           END-IF
           PERFORM WRITE-GRAND-TOTALS
           CLOSE CUSTOMER-EXTRACT
           CLOSE TRAN-HISTORY
           CLOSE AGED-EXTRACT-FILE
           CLOSE REPORT-FILE
           CLOSE EXCEPTION-FILE
           DISPLAY "CUSTAGED - RECORDS READ:    " WS-READ-COUNT
           DISPLAY "CUSTAGED - ACCOUNTS AGED:   " WS-AGED-COUNT
           DISPLAY "CUSTAGED - EXCEPTIONS:      " WS-EXCEPTION-COUNT
           PERFORM CONTROL-TOTAL-CHECK
           PERFORM WRITE-RUN-STATISTICS
           STOP RUN.

      *> The run-statistics record is filed under the business
      *> cycle the nightly edit step stamped on the RUNCTL ledger,
      *> read here and never written. A ledger that cannot be read,
      *> or is still blank, falls back to the run date - the
      *> statistics never stop the run.
       READ-CYCLE-DATE.
           MOVE WS-RUN-DATE TO WS-CYCLE-DATE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUN-CYCLE-DATE NOT = SPACES
                           MOVE RUN-CYCLE-DATE TO WS-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *> Run statistics for the morning batch-window report: records
      *> read, accounts aged, and the grand total balance aged as money
      *> in. It is written after the control-total check, so a mismatch
      *> is filed with its RC 8. A run-history dataset that cannot be
      *> opened is reported and the run still ends normally.
       WRITE-RUN-STATISTICS.
           OPEN OUTPUT RUN-STATISTICS-FILE
           IF WS-RUNSTATS-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RUN-STATISTICS - STATUS: "
                   WS-RUNSTATS-FILE-STATUS
               DISPLAY "*** RUN STATISTICS NOT RECORDED ***"
           ELSE
               MOVE "CUSTAGED" TO STAT-STEP-NAME
               MOVE "CUSTAGED" TO STAT-PROGRAM-ID
               MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE
               MOVE WS-RUN-DATE TO STAT-START-DATE
               MOVE WS-RUN-TIME TO STAT-START-TIME
               ACCEPT STAT-END-DATE FROM DATE YYYYMMDD
               ACCEPT STAT-END-TIME FROM TIME
               MOVE WS-READ-COUNT TO STAT-RECORDS-READ
               MOVE WS-AGED-COUNT TO STAT-RECORDS-WRITTEN
               MOVE 0 TO STAT-RECORDS-REJECTED
               MOVE 0 TO STAT-RECORDS-SUSPENDED
               MOVE WS-GRAND-BALANCE TO STAT-MONEY-IN
               MOVE 0 TO STAT-MONEY-OUT
               MOVE RETURN-CODE TO STAT-RETURN-CODE
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

       INITIALIZE-BUCKET-TABLE.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 4
               MOVE 0 TO WS-BKT-DEBITS (WS-BUCKET-SUB)
               MOVE 0 TO WS-BKT-ACCOUNT (WS-BUCKET-SUB)
               MOVE 0 TO WS-BKT-STATE (WS-BUCKET-SUB)
               MOVE 0 TO WS-BKT-GRAND (WS-BUCKET-SUB)
           END-PERFORM.

       AGE-CUSTOMER.
           IF WS-FIRST-RECORD
               MOVE CUST-STATE TO WS-PRIOR-STATE
               MOVE "N" TO WS-FIRST-RECORD-SW
           END-IF
           IF CUST-STATE NOT = WS-PRIOR-STATE
               PERFORM WRITE-STATE-LINE
               MOVE CUST-STATE TO WS-PRIOR-STATE
           END-IF
           EVALUATE TRUE
               WHEN CUST-BALANCE NOT NUMERIC
                   ADD 1 TO WS-NONNUM-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE SPACES TO WS-EXC-NO-BALANCE
                   MOVE SPACES TO WS-EXC-NO-UNEXPLAINED
                   MOVE "BALANCE NOT NUMERIC" TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN CUST-BALANCE = 0
                   ADD 1 TO WS-ZERO-COUNT
               WHEN CUST-BALANCE < 0
                   PERFORM CLEAR-ACCOUNT-BUCKETS
                   MOVE CUST-BALANCE TO WS-BKT-ACCOUNT (1)
                   MOVE 0 TO WS-UNEXPLAINED
                   ADD 1 TO WS-CREDIT-COUNT
                   PERFORM POST-ACCOUNT-AGING
               WHEN OTHER
                   PERFORM CLEAR-ACCOUNT-BUCKETS
                   PERFORM BUCKET-HISTORY-DEBITS
                   PERFORM ALLOCATE-BALANCE
                   PERFORM POST-ACCOUNT-AGING
           END-EVALUATE.

       CLEAR-ACCOUNT-BUCKETS.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 4
               MOVE 0 TO WS-BKT-DEBITS (WS-BUCKET-SUB)
               MOVE 0 TO WS-BKT-ACCOUNT (WS-BUCKET-SUB)
           END-PERFORM.

      *> Browses the account's history from its first key. Only the
      *> debits matter for the aging - the credits are implied by
      *> today's balance being what is left of them.
       BUCKET-HISTORY-DEBITS.
           MOVE LOW-VALUES TO HST-KEY
           MOVE CUST-ACCOUNT-NO TO HST-ACCOUNT-NO
           MOVE "N" TO WS-HIST-DONE-SW
           START TRAN-HISTORY KEY IS GREATER THAN OR EQUAL TO HST-KEY
               INVALID KEY
                   SET WS-HIST-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-HIST-DONE
               READ TRAN-HISTORY NEXT RECORD
                   AT END
                       SET WS-HIST-DONE TO TRUE
                   NOT AT END
                       PERFORM BUCKET-HISTORY-ENTRY
               END-READ
           END-PERFORM.

      *> A garbled transaction date cannot be aged, so its debit
      *> counts as over 90 days - the oldest bucket is where the
      *> auditors will look hardest.
       BUCKET-HISTORY-ENTRY.
           IF HST-ACCOUNT-NO NOT = CUST-ACCOUNT-NO
               SET WS-HIST-DONE TO TRUE
           ELSE
               IF HST-TRAN-TYPE = "D" AND HST-AMOUNT NUMERIC
                   IF HST-TRAN-DATE NUMERIC
                       MOVE HST-TRAN-DATE TO WS-TRAN-DATE-NUM
                       COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NO
                           - FUNCTION INTEGER-OF-DATE(WS-TRAN-DATE-NUM)
                   ELSE
                       MOVE 999 TO WS-AGE-DAYS
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-AGE-DAYS <= 30
                           MOVE 1 TO WS-BUCKET-SUB
                       WHEN WS-AGE-DAYS <= 60
                           MOVE 2 TO WS-BUCKET-SUB
                       WHEN WS-AGE-DAYS <= 90
                           MOVE 3 TO WS-BUCKET-SUB
                       WHEN OTHER
                           MOVE 4 TO WS-BUCKET-SUB
                   END-EVALUATE
                   ADD HST-AMOUNT TO WS-BKT-DEBITS (WS-BUCKET-SUB)
               END-IF
           END-IF.

      *> Credits applied oldest first leave the newest debits owing,
      *> so the balance is laid against the buckets newest first.
      *> Whatever is left once the window's debits are used up came
      *> from before the window.
       ALLOCATE-BALANCE.
           MOVE CUST-BALANCE TO WS-REMAINING
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 4
               IF WS-REMAINING > WS-BKT-DEBITS (WS-BUCKET-SUB)
                   MOVE WS-BKT-DEBITS (WS-BUCKET-SUB)
                       TO WS-BKT-ACCOUNT (WS-BUCKET-SUB)
               ELSE
                   MOVE WS-REMAINING TO WS-BKT-ACCOUNT (WS-BUCKET-SUB)
               END-IF
               SUBTRACT WS-BKT-ACCOUNT (WS-BUCKET-SUB)
                   FROM WS-REMAINING
           END-PERFORM
           MOVE WS-REMAINING TO WS-UNEXPLAINED
           ADD WS-REMAINING TO WS-BKT-ACCOUNT (4).

       POST-ACCOUNT-AGING.
           ADD 1 TO WS-AGED-COUNT
           ADD 1 TO WS-STATE-CUST-COUNT
           ADD 1 TO WS-GRAND-CUST-COUNT
           ADD CUST-BALANCE TO WS-STATE-BALANCE
           ADD CUST-BALANCE TO WS-GRAND-BALANCE
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 4
               ADD WS-BKT-ACCOUNT (WS-BUCKET-SUB)
                   TO WS-BKT-STATE (WS-BUCKET-SUB)
               ADD WS-BKT-ACCOUNT (WS-BUCKET-SUB)
                   TO WS-BKT-GRAND (WS-BUCKET-SUB)
           END-PERFORM
           PERFORM WRITE-DETAIL-LINE
           PERFORM WRITE-AGED-EXTRACT
           IF WS-UNEXPLAINED > 0
               ADD 1 TO WS-EXCEPTION-COUNT
               ADD 1 TO WS-PREDATE-COUNT
               ADD WS-UNEXPLAINED TO WS-UNEXPLAINED-TOTAL
               MOVE CUST-BALANCE TO WS-EXC-BALANCE
               MOVE WS-UNEXPLAINED TO WS-EXC-UNEXPLAINED
               MOVE "BALANCE PREDATES HISTORY" TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADING
           END-IF
           MOVE SPACES TO WS-DTL-BUCKET-GROUP
           MOVE CUST-ACCOUNT-NO TO WS-DTL-ACCOUNT
           MOVE CUST-NAME TO WS-DTL-NAME
           MOVE CUST-STATUS TO WS-DTL-STATUS
           MOVE CUST-BALANCE TO WS-DTL-BALANCE
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 4
               MOVE WS-BKT-ACCOUNT (WS-BUCKET-SUB)
                   TO WS-DTL-BUCKET (WS-BUCKET-SUB)
           END-PERFORM
           IF WS-UNEXPLAINED > 0
               MOVE "***" TO WS-DTL-FLAG
           ELSE
               MOVE SPACES TO WS-DTL-FLAG
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-AGED-EXTRACT.
           MOVE SPACES TO AGED-EXTRACT-RECORD
           MOVE CUST-ACCOUNT-NO TO AGE-ACCOUNT-NO
           MOVE CUST-NAME TO AGE-NAME
           MOVE CUST-STATE TO AGE-STATE
           MOVE CUST-STATUS TO AGE-STATUS
           MOVE WS-RUN-DATE TO AGE-AS-OF-DATE
           MOVE CUST-BALANCE TO AGE-BALANCE
           MOVE WS-BKT-ACCOUNT (1) TO AGE-CURRENT
           MOVE WS-BKT-ACCOUNT (2) TO AGE-31-60
           MOVE WS-BKT-ACCOUNT (3) TO AGE-61-90
           MOVE WS-BKT-ACCOUNT (4) TO AGE-OVER-90
           MOVE WS-UNEXPLAINED TO AGE-UNEXPLAINED
           IF WS-UNEXPLAINED > 0
               SET AGE-EXCEPTION TO TRUE
           ELSE
               MOVE "N" TO AGE-EXCEPTION-FLAG
           END-IF
           WRITE AGED-EXTRACT-RECORD.

       WRITE-STATE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADING
           END-IF
           MOVE SPACES TO WS-STL-BUCKET-GROUP
           MOVE WS-PRIOR-STATE TO WS-STL-STATE
           MOVE WS-STATE-CUST-COUNT TO WS-STL-CUSTOMERS
           MOVE WS-STATE-BALANCE TO WS-STL-BALANCE
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 4
               MOVE WS-BKT-STATE (WS-BUCKET-SUB)
                   TO WS-STL-BUCKET (WS-BUCKET-SUB)
               MOVE 0 TO WS-BKT-STATE (WS-BUCKET-SUB)
           END-PERFORM
           WRITE REPORT-LINE FROM WS-STATE-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
               AFTER ADVANCING 1 LINE
           ADD 3 TO WS-LINE-COUNT
           MOVE 0 TO WS-STATE-CUST-COUNT
           MOVE 0 TO WS-STATE-BALANCE.

       WRITE-REPORT-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE "AGED TRIAL BALANCE" TO WS-HDG-TITLE
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
           WRITE REPORT-LINE FROM WS-HEADING-LINE
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-LINE
               AFTER ADVANCING 2 LINES
           MOVE 0 TO WS-LINE-COUNT.

       WRITE-EXCEPTION-HEADING.
           ADD 1 TO WS-EXC-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE "AGED BALANCE EXCEPTIONS" TO WS-HDG-TITLE
           MOVE WS-EXC-PAGE-NUMBER TO WS-HDG-PAGE
           WRITE EXCEPTION-LINE FROM WS-HEADING-LINE
               AFTER ADVANCING PAGE
           WRITE EXCEPTION-LINE FROM WS-EXC-COLUMN-HEADING-LINE
               AFTER ADVANCING 2 LINES
           MOVE 0 TO WS-EXC-LINE-COUNT.

       WRITE-EXCEPTION-LINE.
           IF WS-EXC-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-EXCEPTION-HEADING
           END-IF
           MOVE CUST-ACCOUNT-NO TO WS-EXC-ACCOUNT
           MOVE CUST-NAME TO WS-EXC-NAME
           MOVE CUST-STATE TO WS-EXC-STATE
           WRITE EXCEPTION-LINE FROM WS-EXC-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-EXC-LINE-COUNT.

       WRITE-GRAND-TOTALS.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADING
           END-IF
           MOVE SPACES TO WS-GRD-BUCKET-GROUP
           MOVE WS-GRAND-CUST-COUNT TO WS-GRD-CUSTOMERS
           MOVE WS-GRAND-BALANCE TO WS-GRD-BALANCE
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 4
               MOVE WS-BKT-GRAND (WS-BUCKET-SUB)
                   TO WS-GRD-BUCKET (WS-BUCKET-SUB)
           END-PERFORM
           WRITE REPORT-LINE FROM WS-GRAND-LINE
               AFTER ADVANCING 2 LINES
           MOVE WS-READ-COUNT TO WS-RCN-READ
           MOVE WS-CONTROL-COUNT TO WS-RCN-CONTROL
           MOVE WS-AGED-COUNT TO WS-RCN-AGED
           MOVE WS-CREDIT-COUNT TO WS-RCN-CREDIT
           MOVE WS-ZERO-COUNT TO WS-RCN-ZERO
           MOVE WS-PREDATE-COUNT TO WS-RCN-EXC-CNT
           MOVE WS-UNEXPLAINED-TOTAL TO WS-RCN-EXC-AMT
           MOVE WS-NONNUM-COUNT TO WS-RCN-NONNUM
           MOVE WS-CONTROL-BALANCE TO WS-RCN-CTLBAL
           IF WS-READ-COUNT = WS-CONTROL-COUNT
                   AND WS-GRAND-BALANCE = WS-CONTROL-BALANCE
               MOVE "IN BALANCE" TO WS-RCN-PROOF
           ELSE
               MOVE "OUT OF BALANCE" TO WS-RCN-PROOF
           END-IF
           WRITE REPORT-LINE FROM WS-RECON-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-RECON-LINE-2
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-RECON-LINE-3
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-RECON-LINE-4
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-RECON-LINE-5
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-RECON-LINE-6
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-RECON-LINE-7
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-RECON-LINE-8
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-RECON-LINE-9
               AFTER ADVANCING 1 LINE.

      *> The grand balance already excludes non-numeric balances,
      *> which is exactly how the CTLCARD balance hash is defined,
      *> so the two can be compared directly.
       CONTROL-TOTAL-CHECK.
           IF WS-READ-COUNT NOT = WS-CONTROL-COUNT
               DISPLAY "*** CONTROL TOTAL MISMATCH ON TRIAL BALANCE ***"
               DISPLAY "RECORDS READ: " WS-READ-COUNT
               DISPLAY "CONTROL COUNT: " WS-CONTROL-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-GRAND-BALANCE NOT = WS-CONTROL-BALANCE
               DISPLAY "*** BALANCE HASH MISMATCH ON TRIAL BALANCE ***"
               DISPLAY "BALANCES TOTALED: " WS-GRAND-BALANCE
               DISPLAY "CONTROL BALANCE:  " WS-CONTROL-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF.
