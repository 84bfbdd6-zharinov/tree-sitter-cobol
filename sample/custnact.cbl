      *> CUSTNACT - Nightly new-account journal run
      *> Companion to the CNEW online opening transaction. Reads
      *> the day's new-account journal dataset (CUSTOPEN writes one
      *> record per account opened through the CNAJ TD queue - see
      *> copybook CUSTNJRN) and prints the new-accounts register -
      *> account, name, city, state, opening balance and status,
      *> with who opened it, where and when - for a supervisor to
      *> review the day's openings. The accounts are already on
      *> the CUSTOMER-MASTER KSDS, written at the terminal, so the
      *> CTLCARD record count is rewritten plus the accounts
      *> opened and the balance hash plus their numeric opening
      *> balances, and TESTPROG's control-total reconciliation
      *> keeps tying; the job stream copies CTLOUT back over
      *> CTLCARD. The opening balances are handed to the general
      *> ledger as a journal on the GL interface file (copybook
      *> GLJRNL), trailed by the hash before and after. A run
      *> statistics record (copybook RUNSTAT) goes to the shared run
      *> history for the morning batch-window report.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTNACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-ACCOUNT-JOURNAL ASSIGN TO "NACTJRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NACTJRN-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-FILE-STATUS.
           SELECT CONTROL-OUT-FILE ASSIGN TO "CTLOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO "NACTRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-STATISTICS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NEW-ACCOUNT-JOURNAL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 136 CHARACTERS.
           COPY CUSTNJRN.

       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 23 CHARACTERS.
           COPY CUSTCTL.

       FD  CONTROL-OUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 23 CHARACTERS.
           COPY CUSTCTLO.

       FD  REGISTER-FILE
           LABEL RECORDS OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01  REGISTER-LINE               PIC X(132).

       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLJRNL.

       FD  RUN-STATISTICS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
           COPY CUSTREC.

       01  WS-OPENED-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-OPENED-BALANCE   PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CONTROL-COUNT    PIC S9(7) COMP-3   VALUE 0.
       01  WS-CONTROL-BALANCE  PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-OPENING-CONTROL-BALANCE PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GL-DETAIL-COUNT  PIC S9(5) COMP-3   VALUE 0.
       01  WS-EOF-SWITCH       PIC X       VALUE "N".
           88 WS-END-OF-FILE  VALUE "Y".

       01  WS-NACTJRN-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-CTLCARD-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-RUNSTATS-FILE-STATUS PIC XX      VALUE SPACES.

       01  WS-PAGE-NUMBER      PIC 9(3) COMP    VALUE 0.
       01  WS-LINE-COUNT       PIC 9(3) COMP    VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(3) COMP    VALUE 60.
       01  WS-RUN-DATE         PIC X(8)    VALUE SPACES.
       01  WS-RUN-TIME         PIC X(8)    VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(11)   VALUE "RUN DATE: ".
           05  WS-HDG-DATE         PIC X(8).
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(26)
               VALUE "NEW ACCOUNTS REGISTER".
           05  FILLER              PIC X(64)   VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE "PAGE: ".
           05  WS-HDG-PAGE         PIC ZZ9.
           05  FILLER              PIC X(4)    VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER              PIC X(10)   VALUE "ACCOUNT  ".
           05  FILLER              PIC X(32)   VALUE "CUSTOMER NAME".
           05  FILLER              PIC X(22)   VALUE "CITY".
           05  FILLER              PIC X(4)    VALUE "ST".
           05  FILLER              PIC X(18)
               VALUE "   OPENING BALANCE".
           05  FILLER              PIC X(4)    VALUE "  S".
           05  FILLER              PIC X(10)   VALUE "OPERATOR".
           05  FILLER              PIC X(6)    VALUE "TERM".
           05  FILLER              PIC X(10)   VALUE "DATE".
           05  FILLER              PIC X(16)   VALUE "TIME".

       01  WS-DETAIL-LINE.
           05  WS-DTL-ACCOUNT      PIC 9(7).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WS-DTL-NAME         PIC X(30).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-CITY         PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-STATE        PIC X(2).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-BALANCE      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  WS-DTL-STATUS       PIC X.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WS-DTL-OPERATOR     PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-TERMINAL     PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-DATE         PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-TIME         PIC X(6).
           05  FILLER              PIC X(8)    VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER          PIC X(28)
               VALUE "*** ACCOUNTS OPENED:       ".
           05  WS-TOT-OPENED   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER          PIC X(28)
               VALUE "*** OPENING BALANCES:      ".
           05  WS-TOT-OPNBAL   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(83) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER          PIC X(28)
               VALUE "*** NEW CONTROL COUNT:     ".
           05  WS-TOT-CONTROL  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER          PIC X(28)
               VALUE "*** NEW CONTROL BALANCE:   ".
           05  WS-TOT-CTLBAL   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
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
           OPEN INPUT NEW-ACCOUNT-JOURNAL
           IF WS-NACTJRN-FILE-STATUS NOT = "00"
               DISPLAY
                   "*** UNABLE TO OPEN NEW-ACCOUNT-JOURNAL - STATUS: "
                   WS-NACTJRN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ NEW-ACCOUNT-JOURNAL
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM PROCESS-NEW-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE NEW-ACCOUNT-JOURNAL
           ADD WS-OPENED-COUNT TO WS-CONTROL-COUNT
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REGISTER-HEADING
           END-IF
           PERFORM WRITE-REGISTER-TOTALS
           PERFORM WRITE-NEW-CONTROL-CARD
           PERFORM WRITE-GL-JOURNAL
           CLOSE REGISTER-FILE
           DISPLAY "CUSTNACT - ACCOUNTS OPENED: " WS-OPENED-COUNT
           DISPLAY "CUSTNACT - NEW CONTROL COUNT: " WS-CONTROL-COUNT
           PERFORM WRITE-RUN-STATISTICS
           STOP RUN.

      *> One record per run on the shared run-history dataset the
      *> morning batch-window report reads (copybook RUNSTAT):
      *> journal records read, accounts put on the register and the
      *> opening balances they carried. This job runs ahead of the
      *> nightly edit step, so the RUNCTL ledger still holds the
      *> previous cycle; the record is filed under the run date,
      *> which is the cycle the edit step stamps when it opens the
      *> night. The DD is DISP=MOD, so the open adds to the end; a
      *> history that cannot be opened costs only the record.
       WRITE-RUN-STATISTICS.
           OPEN OUTPUT RUN-STATISTICS-FILE
           IF WS-RUNSTATS-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RUN-STATISTICS - STATUS: "
                   WS-RUNSTATS-FILE-STATUS
               DISPLAY "*** RUN STATISTICS NOT RECORDED ***"
           ELSE
               MOVE "CUSTNACT" TO STAT-STEP-NAME
               MOVE "CUSTNACT" TO STAT-PROGRAM-ID
               MOVE WS-RUN-DATE TO STAT-CYCLE-DATE
               MOVE WS-RUN-DATE TO STAT-START-DATE
               MOVE WS-RUN-TIME TO STAT-START-TIME
               ACCEPT STAT-END-DATE FROM DATE YYYYMMDD
               ACCEPT STAT-END-TIME FROM TIME
               MOVE WS-OPENED-COUNT TO STAT-RECORDS-READ
               MOVE WS-OPENED-COUNT TO STAT-RECORDS-WRITTEN
               MOVE 0 TO STAT-RECORDS-REJECTED
               MOVE 0 TO STAT-RECORDS-SUSPENDED
               MOVE WS-OPENED-BALANCE TO STAT-MONEY-IN
               MOVE 0 TO STAT-MONEY-OUT
               MOVE RETURN-CODE TO STAT-RETURN-CODE
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

      *> Opening balances are keyed numeric at the terminal, but
      *> the hash rule is applied here exactly as every other
      *> maintainer of the hash applies it.
       PROCESS-NEW-ACCOUNT.
           MOVE NJR-CUSTOMER-IMAGE TO CUSTOMER-RECORD
           ADD 1 TO WS-OPENED-COUNT
           IF CUST-BALANCE NUMERIC
               ADD CUST-BALANCE TO WS-CONTROL-BALANCE
               ADD CUST-BALANCE TO WS-OPENED-BALANCE
           END-IF
           PERFORM WRITE-DETAIL-LINE.

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
           MOVE CUST-CITY TO WS-DTL-CITY
           MOVE CUST-STATE TO WS-DTL-STATE
           IF CUST-BALANCE NUMERIC
               MOVE CUST-BALANCE TO WS-DTL-BALANCE
           ELSE
               MOVE 0 TO WS-DTL-BALANCE
           END-IF
           MOVE CUST-STATUS TO WS-DTL-STATUS
           MOVE NJR-OPERATOR TO WS-DTL-OPERATOR
           MOVE NJR-TERMINAL TO WS-DTL-TERMINAL
           MOVE NJR-DATE TO WS-DTL-DATE
           MOVE NJR-TIME TO WS-DTL-TIME
           WRITE REGISTER-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REGISTER-TOTALS.
           MOVE WS-OPENED-COUNT TO WS-TOT-OPENED
           MOVE WS-OPENED-BALANCE TO WS-TOT-OPNBAL
           MOVE WS-CONTROL-COUNT TO WS-TOT-CONTROL
           MOVE WS-CONTROL-BALANCE TO WS-TOT-CTLBAL
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.

       WRITE-NEW-CONTROL-CARD.
           OPEN OUTPUT CONTROL-OUT-FILE
           MOVE WS-CONTROL-COUNT TO CTLO-RECORD-COUNT
           MOVE WS-CONTROL-BALANCE TO CTLO-TOTAL-BALANCE
           WRITE CONTROL-OUT-RECORD
           CLOSE CONTROL-OUT-FILE.

      *> The GL journal: the balances the new accounts opened
      *> with, then the trailer with the hash as read and as
      *> rewritten. The job stream appends it to the GL interface
      *> file only when the run ends cleanly, in step with CTLUPD.
       WRITE-GL-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE
           MOVE 0 TO WS-GL-DETAIL-COUNT
           PERFORM START-GL-RECORD
           SET GLJ-DETAIL TO TRUE
           MOVE "NACT" TO GLJ-ACTIVITY-CODE
           MOVE WS-OPENED-COUNT TO GLJ-ITEM-COUNT
           MOVE WS-OPENED-BALANCE TO GLJ-AMOUNT
           MOVE "NEW ACCOUNT BALANCES" TO GLJ-DESCRIPTION
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
           MOVE "CUSTNACT" TO GLJ-SOURCE-PGM
           MOVE WS-RUN-DATE TO GLJ-CYCLE-DATE
           MOVE WS-RUN-TIME (1:6) TO GLJ-RUN-TIME.

       WRITE-GL-DETAIL.
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-GL-DETAIL-COUNT.
