      *> CUSTLBOX - Bank lockbox remittance intake
      *> Reads the bank's daily lockbox transmission (copybook
      *> LBOXREC - header with the deposit date and total, one
      *> detail per check, trailer with the check count and
      *> dollars) and turns the customer payments into posting
      *> transactions, so clerks no longer key them through CENT
      *> off the bank's paper listing. The deposit is proved
      *> first, before anything is released: exactly one header
      *> and one trailer around the checks, every check amount
      *> numeric, the checks adding to the trailer's count and
      *> dollars, and the trailer dollars equal to the bank's
      *> deposit total. A deposit that does not prove releases
      *> nothing - the register shows why and the run ends RC 16
      *> with the transmission left for investigation. A proved
      *> deposit is read a second time: each check whose account
      *> is on the CUSTOMER-MASTER KSDS is written as a TRANREC
      *> credit for the POSTSORT step to fold into tonight's
      *> posting input alongside the keyed transactions, and each
      *> check the run cannot identify goes to the unapplied-cash
      *> file and listing for the cash application clerks to
      *> research - never to posting suspense, which would only
      *> retry the same unknown account night after night. One
      *> batch register record (copybook CUSTBREG) is written for
      *> the deposit so the CUSTTREG end-of-day register shows the
      *> lockbox batch next to the keyed batches. Applied plus
      *> unapplied always equals the bank's deposit total.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTLBOX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ACCOUNT-NO
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.
           SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-FILE-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO "LBOXTRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNAPPLIED-FILE ASSIGN TO "UNAPPLY"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BATCH-REGISTER-FILE ASSIGN TO "BREGOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO "LBOXRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNAPPLIED-REPORT ASSIGN TO "UNAPRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT RUN-STATISTICS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
           COPY CUSTREC.

       FD  LOCKBOX-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY LBOXREC.

       FD  PAYMENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 47 CHARACTERS.
           COPY TRANREC.

      *> One record per check the run could not apply, carrying
      *> everything the bank sent for it plus the reason, so cash
      *> application can research it without the transmission.
       FD  UNAPPLIED-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  UNAPPLIED-RECORD.
           05  UNA-DEPOSIT-DATE        PIC X(8).
           05  UNA-LOCKBOX-ID          PIC X(6).
           05  UNA-ACCOUNT-NO          PIC X(7).
           05  UNA-CHECK-NO            PIC X(10).
           05  UNA-AMOUNT              PIC 9(9)V99.
           05  UNA-REMITTER            PIC X(30).
           05  UNA-REASON              PIC X(8).

       FD  BATCH-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY CUSTBREG.

       FD  REGISTER-FILE
           LABEL RECORDS OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01  REGISTER-LINE               PIC X(132).

       FD  UNAPPLIED-REPORT
           LABEL RECORDS OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01  UNAPPLIED-LINE              PIC X(132).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS.
           COPY RUNCTL.

       FD  RUN-STATISTICS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       01  WS-RECORD-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-HEADER-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-TRAILER-COUNT    PIC S9(7) COMP-3   VALUE 0.
       01  WS-CHECK-COUNT      PIC S9(7) COMP-3   VALUE 0.
       01  WS-CHECK-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-DEPOSIT-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TRAILER-ITEMS    PIC S9(7) COMP-3   VALUE 0.
       01  WS-TRAILER-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-APPLIED-COUNT    PIC S9(7) COMP-3   VALUE 0.
       01  WS-APPLIED-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-UNAPPLIED-COUNT  PIC S9(7) COMP-3   VALUE 0.
       01  WS-UNAPPLIED-TOTAL  PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EOF-SWITCH       PIC X       VALUE "N".
           88 WS-END-OF-FILE  VALUE "Y".
       01  WS-PROOF-ERROR      PIC X(30)   VALUE SPACES.
       01  WS-UNAPPLIED-REASON PIC X(8)    VALUE SPACES.
       01  WS-LOCKBOX-ID       PIC X(6)    VALUE SPACES.
       01  WS-DEPOSIT-DATE     PIC X(8)    VALUE SPACES.

       01  WS-PAYMENT-DESCRIPTION.
           05  FILLER              PIC X(8)    VALUE "LOCKBOX ".
           05  WS-PMT-CHECK-NO     PIC X(12).

       01  WS-CUSTMAST-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-LOCKBOX-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-RUNCTL-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-RUNSTATS-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-CYCLE-DATE           PIC X(8)    VALUE SPACES.

       01  WS-PAGE-NUMBER      PIC 9(3) COMP    VALUE 0.
       01  WS-LINE-COUNT       PIC 9(3) COMP    VALUE 99.
       01  WS-UNAP-PAGE-NUMBER PIC 9(3) COMP    VALUE 0.
       01  WS-UNAP-LINE-COUNT  PIC 9(3) COMP    VALUE 99.
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

       01  WS-DEPOSIT-HEADING-LINE.
           05  FILLER              PIC X(9)    VALUE "LOCKBOX: ".
           05  WS-DHD-LOCKBOX-ID   PIC X(6).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(14)   VALUE "DEPOSIT DATE: ".
           05  WS-DHD-DEPOSIT-DATE PIC X(8).
           05  FILLER              PIC X(91)   VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER              PIC X(10)   VALUE "ACCOUNT  ".
           05  FILLER              PIC X(12)   VALUE "CHECK NO".
           05  FILLER              PIC X(32)   VALUE "REMITTER".
           05  FILLER              PIC X(16)
               VALUE "          AMOUNT".
           05  FILLER              PIC X(25)   VALUE "DISPOSITION".
           05  FILLER              PIC X(37)   VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-ACCOUNT      PIC X(7).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WS-DTL-CHECK-NO     PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-REMITTER     PIC X(30).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-DISPOSITION  PIC X(25).
           05  FILLER              PIC X(37)   VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER          PIC X(30)
               VALUE "*** BANK TRAILER:            ".
           05  WS-TOT-TRL-CNT  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-TOT-TRL-AMT  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(75) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER          PIC X(30)
               VALUE "*** CHECKS IN DEPOSIT:       ".
           05  WS-TOT-CHK-CNT  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-TOT-CHK-AMT  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(75) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER          PIC X(30)
               VALUE "*** APPLIED TO ACCOUNTS:     ".
           05  WS-TOT-APP-CNT  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-TOT-APP-AMT  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(75) VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER          PIC X(30)
               VALUE "*** UNAPPLIED CASH:          ".
           05  WS-TOT-UNA-CNT  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-TOT-UNA-AMT  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(75) VALUE SPACES.

       01  WS-DEPOSIT-LINE.
           05  FILLER          PIC X(30)
               VALUE "*** BANK DEPOSIT TOTAL:      ".
           05  FILLER          PIC X(10) VALUE SPACES.
           05  WS-TOT-DEPOSIT  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(75) VALUE SPACES.

       01  WS-PROOF-LINE.
           05  FILLER          PIC X(30)
               VALUE "*** DEPOSIT PROOF:           ".
           05  WS-PRF-RESULT   PIC X(30).
           05  FILLER          PIC X(72) VALUE SPACES.

       01  WS-NOTHING-LINE.
           05  FILLER          PIC X(50)
               VALUE "*** NO LOCKBOX DEPOSIT - NOTHING TO APPLY".
           05  FILLER          PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM READ-CYCLE-DATE
           OPEN INPUT LOCKBOX-FILE
           IF WS-LOCKBOX-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN LOCKBOX-FILE - STATUS: "
                   WS-LOCKBOX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-FILE
           OPEN OUTPUT UNAPPLIED-REPORT
           OPEN OUTPUT PAYMENT-FILE
           OPEN OUTPUT UNAPPLIED-FILE
           OPEN OUTPUT BATCH-REGISTER-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ LOCKBOX-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM PROVE-LOCKBOX-RECORD
               END-READ
           END-PERFORM
           CLOSE LOCKBOX-FILE
           EVALUATE TRUE
               WHEN WS-RECORD-COUNT = 0
                   PERFORM WRITE-REGISTER-HEADING
                   WRITE REGISTER-LINE FROM WS-NOTHING-LINE
                       AFTER ADVANCING 2 LINES
                   DISPLAY "CUSTLBOX - NO LOCKBOX DEPOSIT RECEIVED"
               WHEN OTHER
                   PERFORM CHECK-DEPOSIT-BALANCE
                   IF WS-PROOF-ERROR = SPACES
                       PERFORM RELEASE-DEPOSIT
                   END-IF
                   PERFORM WRITE-REGISTER-TOTALS
                   PERFORM WRITE-UNAPPLIED-TOTALS
           END-EVALUATE
           CLOSE PAYMENT-FILE
           CLOSE UNAPPLIED-FILE
           CLOSE BATCH-REGISTER-FILE
           CLOSE REGISTER-FILE
           CLOSE UNAPPLIED-REPORT
           DISPLAY "CUSTLBOX - CHECKS READ:      " WS-CHECK-COUNT
           DISPLAY "CUSTLBOX - APPLIED:          " WS-APPLIED-COUNT
           DISPLAY "CUSTLBOX - UNAPPLIED:        " WS-UNAPPLIED-COUNT
           IF WS-PROOF-ERROR NOT = SPACES
               DISPLAY "*** LOCKBOX DEPOSIT DOES NOT PROVE - "
                   WS-PROOF-ERROR
               DISPLAY "*** NOTHING RELEASED TO POSTING ***"
               MOVE 16 TO RETURN-CODE
           END-IF
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

      *> One record per run on the shared run-history dataset the
      *> morning batch-window report reads (copybook RUNSTAT): checks
      *> read, applied (written as payments) and unapplied (as
      *> suspended), with the check total in and the applied total
      *> out. A deposit that did not prove is filed too, RC 16 and
      *> nothing applied. The DD is DISP=MOD, so the open adds to the
      *> end; a history that cannot be opened costs only the record.
       WRITE-RUN-STATISTICS.
           OPEN OUTPUT RUN-STATISTICS-FILE
           IF WS-RUNSTATS-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RUN-STATISTICS - STATUS: "
                   WS-RUNSTATS-FILE-STATUS
               DISPLAY "*** RUN STATISTICS NOT RECORDED ***"
           ELSE
               MOVE "CUSTLBOX" TO STAT-STEP-NAME
               MOVE "CUSTLBOX" TO STAT-PROGRAM-ID
               MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE
               MOVE WS-RUN-DATE TO STAT-START-DATE
               MOVE WS-RUN-TIME TO STAT-START-TIME
               ACCEPT STAT-END-DATE FROM DATE YYYYMMDD
               ACCEPT STAT-END-TIME FROM TIME
               MOVE WS-CHECK-COUNT TO STAT-RECORDS-READ
               MOVE WS-APPLIED-COUNT TO STAT-RECORDS-WRITTEN
               MOVE 0 TO STAT-RECORDS-REJECTED
               MOVE WS-UNAPPLIED-COUNT TO STAT-RECORDS-SUSPENDED
               MOVE WS-CHECK-TOTAL TO STAT-MONEY-IN
               MOVE WS-APPLIED-TOTAL TO STAT-MONEY-OUT
               MOVE RETURN-CODE TO STAT-RETURN-CODE
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

      *> First pass: structure and totals only. The first error
      *> found is the one reported; the pass still reads to the
      *> end so the register shows the full bank and check totals.
       PROVE-LOCKBOX-RECORD.
           EVALUATE TRUE
               WHEN LBX-HEADER
                   ADD 1 TO WS-HEADER-COUNT
                   IF WS-RECORD-COUNT NOT = 1
                       MOVE "HEADER NOT FIRST" TO WS-PROOF-ERROR
                   END-IF
                   MOVE LBX-LOCKBOX-ID TO WS-LOCKBOX-ID
                   MOVE LBX-DEPOSIT-DATE TO WS-DEPOSIT-DATE
                   IF LBX-DEPOSIT-TOTAL NUMERIC
                       MOVE LBX-DEPOSIT-TOTAL TO WS-DEPOSIT-TOTAL
                   ELSE
                       IF WS-PROOF-ERROR = SPACES
                           MOVE "DEPOSIT TOTAL NOT NUMERIC"
                               TO WS-PROOF-ERROR
                       END-IF
                   END-IF
               WHEN LBX-DETAIL
                   ADD 1 TO WS-CHECK-COUNT
                   IF WS-HEADER-COUNT = 0 OR WS-TRAILER-COUNT > 0
                       IF WS-PROOF-ERROR = SPACES
                           MOVE "CHECK OUTSIDE HEADER/TRAILER"
                               TO WS-PROOF-ERROR
                       END-IF
                   END-IF
                   IF LBX-AMOUNT NUMERIC
                       ADD LBX-AMOUNT TO WS-CHECK-TOTAL
                   ELSE
                       IF WS-PROOF-ERROR = SPACES
                           MOVE "CHECK AMOUNT NOT NUMERIC"
                               TO WS-PROOF-ERROR
                       END-IF
                   END-IF
               WHEN LBX-TRAILER
                   ADD 1 TO WS-TRAILER-COUNT
                   IF LBX-ITEM-COUNT NUMERIC
                           AND LBX-ITEM-TOTAL NUMERIC
                       MOVE LBX-ITEM-COUNT TO WS-TRAILER-ITEMS
                       MOVE LBX-ITEM-TOTAL TO WS-TRAILER-TOTAL
                   ELSE
                       IF WS-PROOF-ERROR = SPACES
                           MOVE "TRAILER NOT NUMERIC"
                               TO WS-PROOF-ERROR
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-PROOF-ERROR = SPACES
                       MOVE "UNKNOWN RECORD TYPE" TO WS-PROOF-ERROR
                   END-IF
           END-EVALUATE.

       CHECK-DEPOSIT-BALANCE.
           IF WS-PROOF-ERROR = SPACES
               EVALUATE TRUE
                   WHEN WS-HEADER-COUNT NOT = 1
                       MOVE "HEADER MISSING OR REPEATED"
                           TO WS-PROOF-ERROR
                   WHEN WS-TRAILER-COUNT NOT = 1
                       MOVE "TRAILER MISSING OR REPEATED"
                           TO WS-PROOF-ERROR
                   WHEN WS-CHECK-COUNT NOT = WS-TRAILER-ITEMS
                       MOVE "CHECK COUNT NOT = TRAILER"
                           TO WS-PROOF-ERROR
                   WHEN WS-CHECK-TOTAL NOT = WS-TRAILER-TOTAL
                       MOVE "CHECK DOLLARS NOT = TRAILER"
                           TO WS-PROOF-ERROR
                   WHEN WS-TRAILER-TOTAL NOT = WS-DEPOSIT-TOTAL
                       MOVE "TRAILER NOT = DEPOSIT TOTAL"
                           TO WS-PROOF-ERROR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *> Second pass, taken only for a deposit that proved. The
      *> master is opened here, not earlier, so a deposit that
      *> fails proof never touches it.
       RELEASE-DEPOSIT.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CUSTOMER-MASTER - STATUS: "
                   WS-CUSTMAST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LOCKBOX-FILE
           IF WS-LOCKBOX-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO REOPEN LOCKBOX-FILE - STATUS: "
                   WS-LOCKBOX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ LOCKBOX-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF LBX-DETAIL
                           PERFORM APPLY-LOCKBOX-CHECK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOCKBOX-FILE
           CLOSE CUSTOMER-MASTER
           PERFORM WRITE-BATCH-REGISTER.

       APPLY-LOCKBOX-CHECK.
           PERFORM VERIFY-REMITTER-ACCOUNT
           IF WS-UNAPPLIED-REASON = SPACES
               PERFORM WRITE-PAYMENT-TRAN
           ELSE
               PERFORM WRITE-UNAPPLIED-ITEM
           END-IF.

       VERIFY-REMITTER-ACCOUNT.
           MOVE SPACES TO WS-UNAPPLIED-REASON
           EVALUATE TRUE
               WHEN LBX-ACCOUNT-NO NOT NUMERIC
                   MOVE "BAD ACCT" TO WS-UNAPPLIED-REASON
               WHEN LBX-AMOUNT = 0
                   MOVE "ZERO AMT" TO WS-UNAPPLIED-REASON
               WHEN OTHER
                   MOVE LBX-ACCOUNT-NO TO CUST-ACCOUNT-NO
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           MOVE "NOT FND" TO WS-UNAPPLIED-REASON
                   END-READ
           END-EVALUATE.

      *> The payment is dated with the bank's deposit date - the
      *> day the money arrived - not the run date.
       WRITE-PAYMENT-TRAN.
           MOVE CUST-ACCOUNT-NO TO TRAN-ACCOUNT-NO
           MOVE WS-DEPOSIT-DATE TO TRAN-DATE
           MOVE "C" TO TRAN-TYPE
           MOVE LBX-AMOUNT TO TRAN-AMOUNT
           MOVE LBX-CHECK-NO TO WS-PMT-CHECK-NO
           MOVE WS-PAYMENT-DESCRIPTION TO TRAN-DESCRIPTION
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           ADD LBX-AMOUNT TO WS-APPLIED-TOTAL
           MOVE "APPLIED" TO WS-DTL-DISPOSITION
           PERFORM WRITE-DETAIL-LINE.

       WRITE-UNAPPLIED-ITEM.
           MOVE WS-DEPOSIT-DATE TO UNA-DEPOSIT-DATE
           MOVE WS-LOCKBOX-ID TO UNA-LOCKBOX-ID
           MOVE LBX-ACCOUNT-NO TO UNA-ACCOUNT-NO
           MOVE LBX-CHECK-NO TO UNA-CHECK-NO
           MOVE LBX-AMOUNT TO UNA-AMOUNT
           MOVE LBX-REMITTER TO UNA-REMITTER
           MOVE WS-UNAPPLIED-REASON TO UNA-REASON
           WRITE UNAPPLIED-RECORD
           ADD 1 TO WS-UNAPPLIED-COUNT
           ADD LBX-AMOUNT TO WS-UNAPPLIED-TOTAL
           EVALUATE WS-UNAPPLIED-REASON
               WHEN "BAD ACCT"
                   MOVE "UNAPPLIED - BAD ACCOUNT"
                       TO WS-DTL-DISPOSITION
               WHEN "ZERO AMT"
                   MOVE "UNAPPLIED - ZERO AMOUNT"
                       TO WS-DTL-DISPOSITION
               WHEN OTHER
                   MOVE "UNAPPLIED - NOT ON FILE"
                       TO WS-DTL-DISPOSITION
           END-EVALUATE
           PERFORM WRITE-DETAIL-LINE
           PERFORM WRITE-UNAPPLIED-LINE.

      *> The lockbox batch is registered under operator LOCKBOX
      *> with the deposit's month and day as the batch id, and
      *> carries only what was released to posting - the
      *> unapplied cash is accounted for on its own listing.
       WRITE-BATCH-REGISTER.
           MOVE WS-RUN-DATE TO BRG-DATE
           MOVE WS-RUN-TIME (1:6) TO BRG-TIME
           MOVE "LOCKBOX" TO BRG-OPERATOR
           MOVE "BTCH" TO BRG-TERMINAL
           MOVE "LB" TO BRG-BATCH-ID (1:2)
           MOVE WS-DEPOSIT-DATE (5:4) TO BRG-BATCH-ID (3:4)
           MOVE WS-APPLIED-COUNT TO BRG-ITEM-COUNT
           MOVE WS-APPLIED-TOTAL TO BRG-AMOUNT-TOTAL
           WRITE BATCH-REGISTER-RECORD.

       WRITE-REGISTER-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE "LOCKBOX REMITTANCE" TO WS-HDG-TITLE
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
           MOVE WS-LOCKBOX-ID TO WS-DHD-LOCKBOX-ID
           MOVE WS-DEPOSIT-DATE TO WS-DHD-DEPOSIT-DATE
           WRITE REGISTER-LINE FROM WS-HEADING-LINE
               AFTER ADVANCING PAGE
           WRITE REGISTER-LINE FROM WS-DEPOSIT-HEADING-LINE
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-COLUMN-HEADING-LINE
               AFTER ADVANCING 2 LINES
           MOVE 0 TO WS-LINE-COUNT.

       WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REGISTER-HEADING
           END-IF
           MOVE LBX-ACCOUNT-NO TO WS-DTL-ACCOUNT
           MOVE LBX-CHECK-NO TO WS-DTL-CHECK-NO
           MOVE LBX-REMITTER TO WS-DTL-REMITTER
           MOVE LBX-AMOUNT TO WS-DTL-AMOUNT
           WRITE REGISTER-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-UNAPPLIED-HEADING.
           ADD 1 TO WS-UNAP-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE "UNAPPLIED CASH LISTING" TO WS-HDG-TITLE
           MOVE WS-UNAP-PAGE-NUMBER TO WS-HDG-PAGE
           MOVE WS-LOCKBOX-ID TO WS-DHD-LOCKBOX-ID
           MOVE WS-DEPOSIT-DATE TO WS-DHD-DEPOSIT-DATE
           WRITE UNAPPLIED-LINE FROM WS-HEADING-LINE
               AFTER ADVANCING PAGE
           WRITE UNAPPLIED-LINE FROM WS-DEPOSIT-HEADING-LINE
               AFTER ADVANCING 1 LINE
           WRITE UNAPPLIED-LINE FROM WS-COLUMN-HEADING-LINE
               AFTER ADVANCING 2 LINES
           MOVE 0 TO WS-UNAP-LINE-COUNT.

       WRITE-UNAPPLIED-LINE.
           IF WS-UNAP-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-UNAPPLIED-HEADING
           END-IF
           WRITE UNAPPLIED-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-UNAP-LINE-COUNT.

       WRITE-REGISTER-TOTALS.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REGISTER-HEADING
           END-IF
           MOVE WS-DEPOSIT-TOTAL TO WS-TOT-DEPOSIT
           MOVE WS-TRAILER-ITEMS TO WS-TOT-TRL-CNT
           MOVE WS-TRAILER-TOTAL TO WS-TOT-TRL-AMT
           MOVE WS-CHECK-COUNT TO WS-TOT-CHK-CNT
           MOVE WS-CHECK-TOTAL TO WS-TOT-CHK-AMT
           MOVE WS-APPLIED-COUNT TO WS-TOT-APP-CNT
           MOVE WS-APPLIED-TOTAL TO WS-TOT-APP-AMT
           MOVE WS-UNAPPLIED-COUNT TO WS-TOT-UNA-CNT
           MOVE WS-UNAPPLIED-TOTAL TO WS-TOT-UNA-AMT
           IF WS-PROOF-ERROR = SPACES
               MOVE "BALANCED - RELEASED" TO WS-PRF-RESULT
           ELSE
               MOVE WS-PROOF-ERROR TO WS-PRF-RESULT
           END-IF
           WRITE REGISTER-LINE FROM WS-DEPOSIT-LINE
               AFTER ADVANCING 2 LINES
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-PROOF-LINE
               AFTER ADVANCING 2 LINES.

       WRITE-UNAPPLIED-TOTALS.
           IF WS-UNAP-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-UNAPPLIED-HEADING
           END-IF
           MOVE WS-UNAPPLIED-COUNT TO WS-TOT-UNA-CNT
           MOVE WS-UNAPPLIED-TOTAL TO WS-TOT-UNA-AMT
           WRITE UNAPPLIED-LINE FROM WS-TOTAL-LINE-4
               AFTER ADVANCING 2 LINES.
