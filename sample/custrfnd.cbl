      *> CUSTRFND - Monthly credit-balance refund run
      *> Gives customers back the overpayments that otherwise sit on
      *> the master as credit (negative) balances. Reads
      *> CUSTOMER-MASTER in key order and refunds every closed
      *> account holding any credit balance, and every other
      *> account whose credit exceeds the RFNDCTL threshold and has
      *> been on the books for at least the RFNDCTL minimum number
      *> of days. The age test reads the account's activity on the
      *> transaction history KSDS (copybook CUSTHIST) dated after
      *> the cutoff (run date less the minimum days) and backs it
      *> out of today's balance: only when the balance at the
      *> cutoff was already a credit at least as large as today's
      *> has the whole credit aged - an account whose credit grew
      *> since the cutoff is listed as too recent and left alone.
      *> Accounts written off as bad debt (CUST-STATUS W) are never
      *> refunded - a payment on them is a bad-debt recovery, not
      *> an overpayment - and neither are accounts whose balance or
      *> account number is not numeric. Each refund prints one
      *> check (window-envelope payee block) numbered from the next
      *> check number on the check control dataset (CHKCTL), goes
      *> on the positive-pay issue file
      *> for the bank (copybook POSPAY), and is echoed as a debit
      *> transaction for the whole credit on RFNDTRAN (TRANREC
      *> layout, in account order) for the job stream to load into
      *> the history KSDS and append to the statement period's
      *> history; CUST-BALANCE goes to zero, so a closed account
      *> refunded here becomes purgeable on the next CUSTPRGE run.
      *> The refund check register lists every check with totals.
      *> The CTLCARD balance hash is rewritten plus the refunds
      *> (each takes a credit balance up to zero) and the record
      *> count is carried through unchanged; the job stream copies
      *> CTLOUT back over CTLCARD. The refund total is handed to the
      *> general ledger as a journal on the GL interface file
      *> (copybook GLJRNL), trailed by the hash before and after.
      *> Each completed run appends its statistics record (copybook
      *> RUNSTAT) to the shared run-history dataset. The number
      *> after the last check issued is written to CHKOUT, which the
      *> job stream copies back over CHKCTL only on a clean end, so
      *> the next run carries on from it and no number is reissued.
      *>
      *> RFNDCTL layout (cols):  1-11 credit threshold 9(9)V99
      *>                              (no decimal point keyed)
      *>                        12-14 minimum days on the books 9(3)
      *>                        15-26 disbursement bank account X(12)
      *> CHKCTL layout (cols):   1-10 next check number 9(10)
      *>                        11-18 date of the run that set it
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRFND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ACCOUNT-NO
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.
           SELECT TRAN-HISTORY ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-TRANHIST-FILE-STATUS.
           SELECT RFND-CONTROL-FILE ASSIGN TO "RFNDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RFNDCTL-FILE-STATUS.
           SELECT CHECK-CONTROL-FILE ASSIGN TO "CHKCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKCTL-FILE-STATUS.
           SELECT CHECK-CONTROL-OUT-FILE ASSIGN TO "CHKOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-FILE-STATUS.
           SELECT CONTROL-OUT-FILE ASSIGN TO "CTLOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REFUND-TRAN-FILE ASSIGN TO "RFNDTRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CHECK-FILE ASSIGN TO "RFNDCHK"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO "RFNDRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "OVERRIDE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-FILE-STATUS.
           SELECT RUN-STATISTICS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
           COPY CUSTREC.

       FD  TRAN-HISTORY
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS.
           COPY CUSTHIST.

       FD  RFND-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RFND-CONTROL-CARD.
           05  RCT-THRESHOLD-BAL       PIC 9(9)V99.
           05  RCT-MIN-DAYS            PIC 9(3).
           05  RCT-BANK-ACCOUNT        PIC X(12).
           05  FILLER                  PIC X(54).

       FD  CHECK-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CHECK-CONTROL-RECORD.
           05  CCK-NEXT-CHECK-NO       PIC 9(10).
           05  CCK-SET-DATE            PIC X(8).
           05  FILLER                  PIC X(62).

       FD  CHECK-CONTROL-OUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CHECK-CONTROL-OUT-RECORD.
           05  CCKO-NEXT-CHECK-NO      PIC 9(10).
           05  CCKO-SET-DATE           PIC X(8).
           05  FILLER                  PIC X(62).

       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 23 CHARACTERS.
           COPY CUSTCTL.

       FD  CONTROL-OUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 23 CHARACTERS.
           COPY CUSTCTLO.

      *> Every refund is echoed as a transaction so the job stream
      *> can load it into the history KSDS and append it to the
      *> statement period's history - without this the month-end
      *> statement's derived prior balance would silently absorb
      *> the refund.
       FD  REFUND-TRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 47 CHARACTERS.
           COPY TRANREC.

       FD  POSITIVE-PAY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY POSPAY.

       FD  CHECK-FILE
           LABEL RECORDS OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01  CHECK-LINE                  PIC X(132).

       FD  REGISTER-FILE
           LABEL RECORDS OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01  REGISTER-LINE               PIC X(132).

       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLJRNL.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS.
           COPY RUNCTL.

       FD  OVERRIDE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  OVERRIDE-CARD.
           05  OVR-REQUEST             PIC X(8).
           05  FILLER                  PIC X(72).

       FD  RUN-STATISTICS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       01  WS-READ-COUNT       PIC S9(7) COMP-3   VALUE 0.
       01  WS-REFUND-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-CLOSED-REFUND-COUNT PIC S9(7) COMP-3 VALUE 0.
       01  WS-RECENT-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-UNDER-COUNT      PIC S9(7) COMP-3   VALUE 0.
       01  WS-BYPASS-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-REFUND-TOTAL     PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-RECENT-TOTAL     PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-UNDER-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CONTROL-COUNT    PIC S9(7) COMP-3   VALUE 0.
       01  WS-CONTROL-BALANCE  PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-OPENING-CONTROL-BALANCE PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GL-DETAIL-COUNT  PIC S9(5) COMP-3   VALUE 0.
       01  WS-EOF-SWITCH       PIC X       VALUE "N".
           88 WS-END-OF-FILE  VALUE "Y".
       01  WS-HIST-DONE-SW     PIC X       VALUE "N".
           88 WS-HIST-DONE    VALUE "Y".

       01  WS-CUSTMAST-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-TRANHIST-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-RFNDCTL-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-CHKCTL-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-CTLCARD-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-RUNCTL-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-OVERRIDE-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-RUNSTATS-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-CYCLE-DATE           PIC X(8)    VALUE SPACES.
       01  WS-EDIT-STATUS-BYTE     PIC X       VALUE SPACE.
       01  WS-OVERRIDE-SW          PIC X       VALUE "N".
           88 WS-OVERRIDE         VALUE "Y".

       01  WS-THRESHOLD-BAL    PIC S9(9)V99 COMP-3  VALUE 0.
       01  WS-MIN-DAYS         PIC S9(3) COMP-3 VALUE 0.
       01  WS-NEXT-CHECK-NO    PIC 9(10)   VALUE 0.
       01  WS-LAST-CHECK-NO    PIC 9(10)   VALUE 0.
       01  WS-BANK-ACCOUNT     PIC X(12)   VALUE SPACES.
       01  WS-CREDIT-AMOUNT    PIC S9(9)V99 COMP-3  VALUE 0.
       01  WS-CUTOFF-BALANCE   PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-RUN-DATE-NUM     PIC 9(8)    VALUE 0.
       01  WS-CUTOFF-DATE-NUM  PIC 9(8)    VALUE 0.
       01  WS-CUTOFF-DATE      PIC X(8)    VALUE SPACES.

       01  WS-REFUND-DESCRIPTION.
           05  FILLER              PIC X(7)    VALUE "REFUND ".
           05  WS-RFD-CHECK-NO     PIC 9(10).
           05  FILLER              PIC X(3)    VALUE SPACES.

       01  WS-PAGE-NUMBER      PIC 9(3) COMP    VALUE 0.
       01  WS-LINE-COUNT       PIC 9(3) COMP    VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(3) COMP    VALUE 60.
       01  WS-RUN-DATE         PIC X(8)    VALUE SPACES.
       01  WS-RUN-TIME         PIC X(8)    VALUE SPACES.

       01  WS-CHECK-NUMBER-LINE.
           05  FILLER              PIC X(90)   VALUE SPACES.
           05  FILLER              PIC X(10)   VALUE "CHECK NO. ".
           05  WS-CKN-CHECK-NO     PIC 9(10).
           05  FILLER              PIC X(22)   VALUE SPACES.

       01  WS-CHECK-DATE-LINE.
           05  FILLER              PIC X(90)   VALUE SPACES.
           05  FILLER              PIC X(10)   VALUE "DATE      ".
           05  WS-CKD-DATE         PIC X(8).
           05  FILLER              PIC X(24)   VALUE SPACES.

       01  WS-CHECK-PAY-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(21)
               VALUE "PAY TO THE ORDER OF ".
           05  WS-CKP-PAYEE        PIC X(30).
           05  FILLER              PIC X(29)   VALUE SPACES.
           05  WS-CKP-AMOUNT       PIC ***,***,**9.99.
           05  FILLER              PIC X(28)   VALUE SPACES.

       01  WS-CHECK-MEMO-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(31)
               VALUE "MEMO: CREDIT BALANCE REFUND - ".
           05  FILLER              PIC X(9)    VALUE "ACCOUNT ".
           05  WS-CKM-ACCOUNT      PIC 9(7).
           05  FILLER              PIC X(75)   VALUE SPACES.

       01  WS-ADDRESS-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  WS-ADR-TEXT         PIC X(30).
           05  FILLER              PIC X(92)   VALUE SPACES.

       01  WS-CITY-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  WS-CTY-CITY         PIC X(20).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  WS-CTY-STATE        PIC X(2).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  WS-CTY-ZIP          PIC X(9).
           05  FILLER              PIC X(89)   VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(11)   VALUE "RUN DATE: ".
           05  WS-HDG-DATE         PIC X(8).
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(26)
               VALUE "REFUND CHECK REGISTER".
           05  FILLER              PIC X(64)   VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE "PAGE: ".
           05  WS-HDG-PAGE         PIC ZZ9.
           05  FILLER              PIC X(4)    VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER              PIC X(10)   VALUE "ACCOUNT  ".
           05  FILLER              PIC X(32)   VALUE "CUSTOMER NAME".
           05  FILLER              PIC X(4)    VALUE "ST".
           05  FILLER              PIC X(13)   VALUE "  CHECK NO".
           05  FILLER              PIC X(17)
               VALUE "    REFUND AMOUNT".
           05  FILLER              PIC X(23)
               VALUE "   DISPOSITION".
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-ACCOUNT      PIC 9(7).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WS-DTL-NAME         PIC X(30).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-STATUS       PIC X.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WS-DTL-CHECK-NO     PIC Z(9)9.
           05  WS-DTL-NO-CHECK REDEFINES WS-DTL-CHECK-NO
                                   PIC X(10).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WS-DTL-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WS-DTL-DISPOSITION  PIC X(20).
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER          PIC X(28)
               VALUE "*** MASTERS READ:          ".
           05  WS-TOT-READ     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER          PIC X(28)
               VALUE "*** REFUND CHECKS ISSUED:  ".
           05  WS-TOT-RFD-CNT  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-TOT-RFD-AMT  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(77) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER          PIC X(28)
               VALUE "*** OF WHICH CLOSED:       ".
           05  WS-TOT-CLOSED   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER          PIC X(28)
               VALUE "*** CREDITS TOO RECENT:    ".
           05  WS-TOT-RCT-CNT  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-TOT-RCT-AMT  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(77) VALUE SPACES.

       01  WS-TOTAL-LINE-5.
           05  FILLER          PIC X(28)
               VALUE "*** CREDITS UNDER THRESHOLD".
           05  WS-TOT-UND-CNT  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-TOT-UND-AMT  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(77) VALUE SPACES.

       01  WS-TOTAL-LINE-6.
           05  FILLER          PIC X(28)
               VALUE "*** BYPASSED:              ".
           05  WS-TOT-BYPASS   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-7.
           05  FILLER          PIC X(28)
               VALUE "*** LAST CHECK NUMBER USED:".
           05  WS-TOT-LAST-CHK PIC Z(9)9.
           05  FILLER          PIC X(94) VALUE SPACES.

       01  WS-TOTAL-LINE-8.
           05  FILLER          PIC X(28)
               VALUE "*** NEW CONTROL BALANCE:   ".
           05  WS-TOT-CTLBAL   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM READ-RUN-CONTROL
           PERFORM READ-OVERRIDE-CARD
           PERFORM CHECK-CYCLE-GUARD
           PERFORM LOAD-REFUND-CONTROL
           PERFORM LOAD-CHECK-CONTROL
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-CUTOFF-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) - WS-MIN-DAYS)
           MOVE WS-CUTOFF-DATE-NUM TO WS-CUTOFF-DATE
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CUSTOMER-MASTER - STATUS: "
                   WS-CUSTMAST-FILE-STATUS
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
           MOVE WS-CONTROL-BALANCE TO WS-OPENING-CONTROL-BALANCE
           CLOSE CONTROL-FILE
           OPEN OUTPUT REFUND-TRAN-FILE
           OPEN OUTPUT POSITIVE-PAY-FILE
           OPEN OUTPUT CHECK-FILE
           OPEN OUTPUT REGISTER-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ CUSTOMER-MASTER
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM SELECT-FOR-REFUND
               END-READ
           END-PERFORM
           ADD WS-REFUND-TOTAL TO WS-CONTROL-BALANCE
           PERFORM WRITE-POSITIVE-PAY-TRAILER
           PERFORM WRITE-REGISTER-TOTALS
           PERFORM WRITE-NEW-CONTROL-CARD
           PERFORM WRITE-NEW-CHECK-CONTROL
           PERFORM WRITE-GL-JOURNAL
           CLOSE CUSTOMER-MASTER
           CLOSE TRAN-HISTORY
           CLOSE REFUND-TRAN-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE CHECK-FILE
           CLOSE REGISTER-FILE
           DISPLAY "CUSTRFND - MASTERS READ:    " WS-READ-COUNT
           DISPLAY "CUSTRFND - REFUNDS ISSUED:  " WS-REFUND-COUNT
           DISPLAY "CUSTRFND - AMOUNT:          " WS-REFUND-TOTAL
           DISPLAY "CUSTRFND - TOO RECENT:      " WS-RECENT-COUNT
           PERFORM WRITE-RUN-STATISTICS
           STOP RUN.

      *> Run-control ledger guard. The refund run rewrites master
      *> balances and must never run under a live nightly edit
      *> step - the ledger still showing in-flight means either the
      *> nightly run is up right now or it broke and nobody has
      *> resolved it; both refuse the refunds unless the supervisor
      *> OVERRIDE card is present. The refund run only checks the
      *> ledger, it stamps nothing.
       READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RUN-CONTROL - STATUS: "
                   WS-RUNCTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   MOVE SPACES TO RUN-CONTROL-RECORD
           END-READ
           MOVE RUN-EDIT-STATUS TO WS-EDIT-STATUS-BYTE
           IF RUN-CYCLE-DATE NOT = SPACES
               MOVE RUN-CYCLE-DATE TO WS-CYCLE-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-CYCLE-DATE
           END-IF
           CLOSE RUN-CONTROL-FILE.

       READ-OVERRIDE-CARD.
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-FILE-STATUS = "00"
               READ OVERRIDE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OVR-REQUEST = "OVERRIDE"
                           SET WS-OVERRIDE TO TRUE
                       END-IF
               END-READ
               CLOSE OVERRIDE-FILE
           END-IF.

       CHECK-CYCLE-GUARD.
           IF WS-EDIT-STATUS-BYTE = "I"
               IF WS-OVERRIDE
                   DISPLAY "CUSTRFND - NIGHTLY EDIT STEP IN FLIGHT - SUP
      -                "ERVISOR OVERRIDE TAKEN"
               ELSE
                   DISPLAY "*** CUSTRFND - NIGHTLY EDIT STEP STILL IN FL
      -                "IGHT ***"
                   DISPLAY "*** RUN REFUSED - SUBMIT THE SUPERVISOR OVER
      -                "RIDE CARD TO FORCE THE REFUNDS ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> Run statistics for the morning batch-window report: masters
      *> read, refunds issued, and the refunds paid out as money out,
      *> under the cycle date on the RUNCTL ledger. A run-history
      *> dataset that cannot be opened is reported and the run still
      *> ends normally.
       WRITE-RUN-STATISTICS.
           OPEN OUTPUT RUN-STATISTICS-FILE
           IF WS-RUNSTATS-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RUN-STATISTICS - STATUS: "
                   WS-RUNSTATS-FILE-STATUS
               DISPLAY "*** RUN STATISTICS NOT RECORDED ***"
           ELSE
               MOVE "CUSTRFND" TO STAT-STEP-NAME
               MOVE "CUSTRFND" TO STAT-PROGRAM-ID
               MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE
               MOVE WS-RUN-DATE TO STAT-START-DATE
               MOVE WS-RUN-TIME TO STAT-START-TIME
               ACCEPT STAT-END-DATE FROM DATE YYYYMMDD
               ACCEPT STAT-END-TIME FROM TIME
               MOVE WS-READ-COUNT TO STAT-RECORDS-READ
               MOVE WS-REFUND-COUNT TO STAT-RECORDS-WRITTEN
               MOVE 0 TO STAT-RECORDS-REJECTED
               MOVE 0 TO STAT-RECORDS-SUSPENDED
               MOVE 0 TO STAT-MONEY-IN
               MOVE WS-REFUND-TOTAL TO STAT-MONEY-OUT
               MOVE RETURN-CODE TO STAT-RETURN-CODE
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

      *> The bank account goes on every positive-pay record, so a
      *> card without one is refused outright - a check the bank
      *> cannot match would be returned unpaid.
       LOAD-REFUND-CONTROL.
           OPEN INPUT RFND-CONTROL-FILE
           IF WS-RFNDCTL-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RFND-CONTROL - STATUS: "
                   WS-RFNDCTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RFND-CONTROL-FILE
               AT END
                   DISPLAY "*** EMPTY REFUND CONTROL CARD ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF RCT-THRESHOLD-BAL NOT NUMERIC
                   OR RCT-MIN-DAYS NOT NUMERIC
                   OR RCT-BANK-ACCOUNT = SPACES
               DISPLAY "*** INVALID REFUND CARD - RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RCT-THRESHOLD-BAL TO WS-THRESHOLD-BAL
           MOVE RCT-MIN-DAYS TO WS-MIN-DAYS
           MOVE RCT-BANK-ACCOUNT TO WS-BANK-ACCOUNT
           CLOSE RFND-CONTROL-FILE.

      *> The check numbers run on from one refund run to the next:
      *> the check control record holds the next number to issue,
      *> so the bank's positive-pay file never sees a number twice.
      *> A missing, empty or non-numeric record stops the run before
      *> any check is printed.
       LOAD-CHECK-CONTROL.
           OPEN INPUT CHECK-CONTROL-FILE
           IF WS-CHKCTL-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CHECK-CONTROL - STATUS: "
                   WS-CHKCTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CHECK-CONTROL-FILE
               AT END
                   DISPLAY "*** EMPTY CHECK CONTROL RECORD ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF CCK-NEXT-CHECK-NO NOT NUMERIC
                   OR CCK-NEXT-CHECK-NO = 0
               DISPLAY "*** INVALID CHECK CONTROL RECORD - RUN ABORTED *
      -            "**"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CCK-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
           CLOSE CHECK-CONTROL-FILE
           DISPLAY "CUSTRFND - FIRST CHECK NUMBER: " WS-NEXT-CHECK-NO.

      *> Closed accounts are refunded whatever the amount or age -
      *> the customer has gone and the credit would otherwise sit
      *> on the master for good. Open accounts must clear both the
      *> threshold and the age test.
       SELECT-FOR-REFUND.
           EVALUATE TRUE
               WHEN CUST-ACCOUNT-NO NOT NUMERIC
                   ADD 1 TO WS-BYPASS-COUNT
               WHEN CUST-BALANCE NOT NUMERIC
                   ADD 1 TO WS-BYPASS-COUNT
               WHEN CUST-BALANCE NOT < 0
                   CONTINUE
               WHEN CUST-STATUS = "W"
                   ADD 1 TO WS-BYPASS-COUNT
               WHEN CUST-STATUS = "C"
                   PERFORM REFUND-CUSTOMER
                   ADD 1 TO WS-CLOSED-REFUND-COUNT
               WHEN OTHER
                   COMPUTE WS-CREDIT-AMOUNT = CUST-BALANCE * -1
                   IF WS-CREDIT-AMOUNT > WS-THRESHOLD-BAL
                       PERFORM AGE-CREDIT-BALANCE
                   ELSE
                       ADD 1 TO WS-UNDER-COUNT
                       ADD WS-CREDIT-AMOUNT TO WS-UNDER-TOTAL
                   END-IF
           END-EVALUATE.

      *> Backs every history entry dated after the cutoff out of
      *> today's balance (a debit came on, so it comes off; a
      *> credit the reverse) to give the balance as it stood at the
      *> cutoff. The START positions past the last possible key on
      *> the cutoff date, so the browse sees only later activity.
       AGE-CREDIT-BALANCE.
           MOVE CUST-BALANCE TO WS-CUTOFF-BALANCE
           MOVE CUST-ACCOUNT-NO TO HST-ACCOUNT-NO
           MOVE WS-CUTOFF-DATE TO HST-TRAN-DATE
           MOVE 99999 TO HST-SEQ-NO
           MOVE "N" TO WS-HIST-DONE-SW
           START TRAN-HISTORY KEY IS > HST-KEY
               INVALID KEY
                   SET WS-HIST-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-HIST-DONE
               READ TRAN-HISTORY NEXT RECORD
                   AT END
                       SET WS-HIST-DONE TO TRUE
                   NOT AT END
                       PERFORM BACK-OUT-HISTORY-ENTRY
               END-READ
           END-PERFORM
           IF WS-CUTOFF-BALANCE NOT > CUST-BALANCE
               PERFORM REFUND-CUSTOMER
           ELSE
               ADD 1 TO WS-RECENT-COUNT
               ADD WS-CREDIT-AMOUNT TO WS-RECENT-TOTAL
               MOVE SPACES TO WS-DTL-NO-CHECK
               MOVE WS-CREDIT-AMOUNT TO WS-DTL-AMOUNT
               MOVE "CREDIT TOO RECENT" TO WS-DTL-DISPOSITION
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       BACK-OUT-HISTORY-ENTRY.
           IF HST-ACCOUNT-NO NOT = CUST-ACCOUNT-NO
               SET WS-HIST-DONE TO TRUE
           ELSE
               IF HST-AMOUNT NUMERIC
                   IF HST-TRAN-TYPE = "D"
                       SUBTRACT HST-AMOUNT FROM WS-CUTOFF-BALANCE
                   ELSE
                       ADD HST-AMOUNT TO WS-CUTOFF-BALANCE
                   END-IF
               END-IF
           END-IF.

       REFUND-CUSTOMER.
           COMPUTE WS-CREDIT-AMOUNT = CUST-BALANCE * -1
           MOVE 0 TO CUST-BALANCE
           REWRITE CUSTOMER-RECORD
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               DISPLAY "*** REWRITE FAILED - ACCOUNT: "
                   CUST-ACCOUNT-NO " STATUS: "
                   WS-CUSTMAST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REFUND-COUNT
           ADD WS-CREDIT-AMOUNT TO WS-REFUND-TOTAL
           MOVE WS-NEXT-CHECK-NO TO WS-LAST-CHECK-NO
           PERFORM PRINT-REFUND-CHECK
           PERFORM WRITE-POSITIVE-PAY-ISSUE
           MOVE CUST-ACCOUNT-NO TO TRAN-ACCOUNT-NO
           MOVE WS-RUN-DATE TO TRAN-DATE
           MOVE "D" TO TRAN-TYPE
           MOVE WS-CREDIT-AMOUNT TO TRAN-AMOUNT
           MOVE WS-NEXT-CHECK-NO TO WS-RFD-CHECK-NO
           MOVE WS-REFUND-DESCRIPTION TO TRAN-DESCRIPTION
           WRITE TRANSACTION-RECORD
           MOVE WS-NEXT-CHECK-NO TO WS-DTL-CHECK-NO
           MOVE WS-CREDIT-AMOUNT TO WS-DTL-AMOUNT
           MOVE "REFUNDED" TO WS-DTL-DISPOSITION
           PERFORM WRITE-DETAIL-LINE
           ADD 1 TO WS-NEXT-CHECK-NO.

       PRINT-REFUND-CHECK.
           MOVE WS-NEXT-CHECK-NO TO WS-CKN-CHECK-NO
           WRITE CHECK-LINE FROM WS-CHECK-NUMBER-LINE
               AFTER ADVANCING PAGE
           MOVE WS-RUN-DATE TO WS-CKD-DATE
           WRITE CHECK-LINE FROM WS-CHECK-DATE-LINE
               AFTER ADVANCING 2 LINES
           MOVE CUST-NAME TO WS-CKP-PAYEE
           MOVE WS-CREDIT-AMOUNT TO WS-CKP-AMOUNT
           WRITE CHECK-LINE FROM WS-CHECK-PAY-LINE
               AFTER ADVANCING 3 LINES
           MOVE CUST-ACCOUNT-NO TO WS-CKM-ACCOUNT
           WRITE CHECK-LINE FROM WS-CHECK-MEMO-LINE
               AFTER ADVANCING 2 LINES
           MOVE CUST-NAME TO WS-ADR-TEXT
           WRITE CHECK-LINE FROM WS-ADDRESS-LINE
               AFTER ADVANCING 4 LINES
           MOVE CUST-ADDRESS-LINE1 TO WS-ADR-TEXT
           WRITE CHECK-LINE FROM WS-ADDRESS-LINE
               AFTER ADVANCING 1 LINE
           MOVE CUST-CITY TO WS-CTY-CITY
           MOVE CUST-STATE TO WS-CTY-STATE
           MOVE CUST-ZIP TO WS-CTY-ZIP
           WRITE CHECK-LINE FROM WS-CITY-LINE
               AFTER ADVANCING 1 LINE.

       WRITE-POSITIVE-PAY-ISSUE.
           MOVE SPACES TO POSITIVE-PAY-RECORD
           SET PPY-ISSUE TO TRUE
           MOVE WS-BANK-ACCOUNT TO PPY-BANK-ACCOUNT
           MOVE WS-NEXT-CHECK-NO TO PPY-CHECK-NO
           MOVE WS-RUN-DATE TO PPY-ISSUE-DATE
           MOVE WS-CREDIT-AMOUNT TO PPY-AMOUNT
           MOVE CUST-NAME TO PPY-PAYEE
           MOVE CUST-ACCOUNT-NO TO PPY-ACCOUNT-NO
           WRITE POSITIVE-PAY-RECORD.

      *> The trailer is written even when no checks were issued, so
      *> the bank always receives a transmission it can prove.
       WRITE-POSITIVE-PAY-TRAILER.
           MOVE SPACES TO POSITIVE-PAY-RECORD
           SET PPY-TRAILER TO TRUE
           MOVE WS-BANK-ACCOUNT TO PPY-BANK-ACCOUNT
           MOVE WS-REFUND-COUNT TO PPY-ITEM-COUNT
           MOVE WS-REFUND-TOTAL TO PPY-ITEM-TOTAL
           WRITE POSITIVE-PAY-RECORD.

       WRITE-REGISTER-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
           WRITE REGISTER-LINE FROM WS-HEADING-LINE
               AFTER ADVANCING PAGE
           WRITE REGISTER-LINE FROM WS-COLUMN-HEADING-LINE
               AFTER ADVANCING 2 LINES
           MOVE 0 TO WS-LINE-COUNT.

       WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REGISTER-HEADING
           END-IF
           MOVE CUST-ACCOUNT-NO TO WS-DTL-ACCOUNT
           MOVE CUST-NAME TO WS-DTL-NAME
           MOVE CUST-STATUS TO WS-DTL-STATUS
           WRITE REGISTER-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REGISTER-TOTALS.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REGISTER-HEADING
           END-IF
           MOVE WS-READ-COUNT TO WS-TOT-READ
           MOVE WS-REFUND-COUNT TO WS-TOT-RFD-CNT
           MOVE WS-REFUND-TOTAL TO WS-TOT-RFD-AMT
           MOVE WS-CLOSED-REFUND-COUNT TO WS-TOT-CLOSED
           MOVE WS-RECENT-COUNT TO WS-TOT-RCT-CNT
           MOVE WS-RECENT-TOTAL TO WS-TOT-RCT-AMT
           MOVE WS-UNDER-COUNT TO WS-TOT-UND-CNT
           MOVE WS-UNDER-TOTAL TO WS-TOT-UND-AMT
           MOVE WS-BYPASS-COUNT TO WS-TOT-BYPASS
           MOVE WS-LAST-CHECK-NO TO WS-TOT-LAST-CHK
           MOVE WS-CONTROL-BALANCE TO WS-TOT-CTLBAL
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-6
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-7
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-8
               AFTER ADVANCING 1 LINE.

      *> A refund changes balances but never adds or removes a
      *> master record, so the count passes through untouched and
      *> only the refunds go into the hash - each one took a
      *> credit balance up to zero.
       WRITE-NEW-CONTROL-CARD.
           OPEN OUTPUT CONTROL-OUT-FILE
           MOVE WS-CONTROL-COUNT TO CTLO-RECORD-COUNT
           MOVE WS-CONTROL-BALANCE TO CTLO-TOTAL-BALANCE
           WRITE CONTROL-OUT-RECORD
           CLOSE CONTROL-OUT-FILE.

      *> The next number to issue, stamped with the run date. With
      *> no refunds it is the number the run started from.
       WRITE-NEW-CHECK-CONTROL.
           OPEN OUTPUT CHECK-CONTROL-OUT-FILE
           MOVE SPACES TO CHECK-CONTROL-OUT-RECORD
           MOVE WS-NEXT-CHECK-NO TO CCKO-NEXT-CHECK-NO
           MOVE WS-RUN-DATE TO CCKO-SET-DATE
           WRITE CHECK-CONTROL-OUT-RECORD
           CLOSE CHECK-CONTROL-OUT-FILE.

      *> The GL journal: the refund total, then the trailer with
      *> the hash as read and as rewritten so CUSTGLJ can prove the
      *> journal moves receivables by exactly what the refunds moved
      *> the hash. The job stream appends it to the GL interface
      *> file only when the run ends cleanly, in step with CTLUPD.
       WRITE-GL-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE
           MOVE 0 TO WS-GL-DETAIL-COUNT
           PERFORM START-GL-RECORD
           SET GLJ-DETAIL TO TRUE
           MOVE "RFND" TO GLJ-ACTIVITY-CODE
           MOVE WS-REFUND-COUNT TO GLJ-ITEM-COUNT
           MOVE WS-REFUND-TOTAL TO GLJ-AMOUNT
           MOVE "CREDIT BALANCE REFUNDS" TO GLJ-DESCRIPTION
           PERFORM WRITE-GL-DETAIL
           PERFORM START-GL-RECORD
           SET GLJ-TRAILER TO TRUE
           MOVE WS-OPENING-CONTROL-BALANCE TO GLJ-OPENING-HASH
           MOVE WS-CONTROL-BALANCE TO GLJ-CLOSING-HASH
           MOVE WS-GL-DETAIL-COUNT TO GLJ-DETAIL-COUNT
           WRITE GL-JOURNAL-RECORD
           CLOSE GL-JOURNAL-FILE.

       START-GL-RECORD.
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE "CUSTRFND" TO GLJ-SOURCE-PGM
           MOVE WS-CYCLE-DATE TO GLJ-CYCLE-DATE
           MOVE WS-RUN-TIME (1:6) TO GLJ-RUN-TIME.

       WRITE-GL-DETAIL.
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-GL-DETAIL-COUNT.
