      *> CUSTWOFF - Monthly bad-debt write-off run
      *> Collections follow-up to CUSTDUN. Reads CUSTOMER-MASTER in
      *> key order with the current dunning history generation
      *> (the DUNHOUT generation the month's CUSTDUN run just
      *> cataloged, in account order), and writes off every account
      *> that has qualified for a notice for at least the WOFCTL
      *> number of consecutive cycles - the final-demand accounts
      *> nothing else happens to - and whose debit balance is at
      *> least the WOFCTL minimum. Each write-off echoes a credit
      *> transaction for the whole balance on WOFTRAN (TRANREC
      *> layout, in account order) for the job stream to load into
      *> the transaction history KSDS and append to the statement
      *> period's history, takes CUST-BALANCE to zero and sets
      *> CUST-STATUS to W (written off). From then on the
      *> assessment and dunning runs pass the account by, and the
      *> posting run books any later payment on it as a bad-debt
      *> recovery instead of an ordinary credit. Final-demand
      *> accounts under the minimum balance are kept on the books
      *> and listed on the register so collections can work them.
      *> The CTLCARD balance hash is rewritten minus the balances
      *> written off and the record count is carried through
      *> unchanged; the job stream copies CTLOUT back over CTLCARD.
      *> The write-off total is handed to the general ledger as the
      *> bad-debt journal on the GL interface file (copybook
      *> GLJRNL), trailed by the hash before and after. Written-off
      *> accounts already carry status W and a zero balance, so a
      *> clean rerun finds nothing further to write off.
      *> Each completed run appends its statistics record (copybook
      *> RUNSTAT) to the shared run-history dataset.
      *>
      *> WOFCTL layout (cols):  1-3  minimum dunning cycles 9(3)
      *>                        4-14 minimum balance 9(9)V99
      *>                             (no decimal point keyed)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTWOFF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ACCOUNT-NO
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.
           SELECT DUN-HISTORY-IN ASSIGN TO "DUNHIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUNHIN-FILE-STATUS.
           SELECT WOF-CONTROL-FILE ASSIGN TO "WOFCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WOFCTL-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-FILE-STATUS.
           SELECT CONTROL-OUT-FILE ASSIGN TO "CTLOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT WRITE-OFF-TRAN-FILE ASSIGN TO "WOFTRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO "WOFRPT"
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

       FD  DUN-HISTORY-IN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 18 CHARACTERS.
       01  DUN-HISTORY-RECORD.
           05  DNH-ACCOUNT-NO          PIC X(7).
           05  DNH-CYCLE-COUNT         PIC 9(3).
           05  DNH-LAST-DATE           PIC X(8).

       FD  WOF-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  WOF-CONTROL-CARD.
           05  WCT-MIN-CYCLES          PIC 9(3).
           05  WCT-MIN-BALANCE         PIC 9(9)V99.
           05  FILLER                  PIC X(66).

       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 23 CHARACTERS.
           COPY CUSTCTL.

       FD  CONTROL-OUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 23 CHARACTERS.
           COPY CUSTCTLO.

      *> Every write-off is echoed as a transaction so the job
      *> stream can load it into the history KSDS and append it to
      *> the statement period's history - without this the
      *> month-end statement's derived prior balance would silently
      *> absorb the write-off.
       FD  WRITE-OFF-TRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 47 CHARACTERS.
           COPY TRANREC.

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
       01  WS-WRITE-OFF-COUNT  PIC S9(7) COMP-3   VALUE 0.
       01  WS-RETAINED-COUNT   PIC S9(7) COMP-3   VALUE 0.
       01  WS-BYPASS-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-WRITE-OFF-TOTAL  PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-RETAINED-TOTAL   PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CONTROL-COUNT    PIC S9(7) COMP-3   VALUE 0.
       01  WS-CONTROL-BALANCE  PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-OPENING-CONTROL-BALANCE PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GL-DETAIL-COUNT  PIC S9(5) COMP-3   VALUE 0.
       01  WS-EOF-SWITCH       PIC X       VALUE "N".
           88 WS-END-OF-FILE  VALUE "Y".
       01  WS-HIST-EOF-SWITCH  PIC X       VALUE "N".
           88 WS-HIST-EOF     VALUE "Y".

       01  WS-CUSTMAST-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-DUNHIN-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-WOFCTL-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-CTLCARD-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-RUNCTL-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-OVERRIDE-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-RUNSTATS-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-CYCLE-DATE           PIC X(8)    VALUE SPACES.
       01  WS-EDIT-STATUS-BYTE     PIC X       VALUE SPACE.
       01  WS-OVERRIDE-SW          PIC X       VALUE "N".
           88 WS-OVERRIDE         VALUE "Y".

       01  WS-MIN-CYCLES       PIC S9(3) COMP-3 VALUE 0.
       01  WS-MIN-BALANCE      PIC S9(9)V99 COMP-3  VALUE 0.
       01  WS-DUN-CYCLES       PIC S9(3) COMP-3 VALUE 0.
       01  WS-WRITE-OFF-AMOUNT PIC S9(9)V99 COMP-3  VALUE 0.

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
               VALUE "BAD DEBT WRITE-OFFS".
           05  FILLER              PIC X(64)   VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE "PAGE: ".
           05  WS-HDG-PAGE         PIC ZZ9.
           05  FILLER              PIC X(4)    VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER              PIC X(10)   VALUE "ACCOUNT  ".
           05  FILLER              PIC X(32)   VALUE "CUSTOMER NAME".
           05  FILLER              PIC X(6)    VALUE "CYCLES".
           05  FILLER              PIC X(17)
               VALUE "          BALANCE".
           05  FILLER              PIC X(25)
               VALUE "   DISPOSITION".
           05  FILLER              PIC X(42)   VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-ACCOUNT      PIC 9(7).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WS-DTL-NAME         PIC X(30).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-CYCLES       PIC ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WS-DTL-BALANCE      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WS-DTL-DISPOSITION  PIC X(22).
           05  FILLER              PIC X(42)   VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER          PIC X(28)
               VALUE "*** MASTERS READ:          ".
           05  WS-TOT-READ     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER          PIC X(28)
               VALUE "*** ACCOUNTS WRITTEN OFF:  ".
           05  WS-TOT-WOF-CNT  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-TOT-WOF-AMT  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(77) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER          PIC X(28)
               VALUE "*** UNDER MINIMUM RETAINED:".
           05  WS-TOT-RET-CNT  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-TOT-RET-AMT  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(77) VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER          PIC X(28)
               VALUE "*** BYPASSED:              ".
           05  WS-TOT-BYPASS   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-5.
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
           PERFORM LOAD-WRITE-OFF-CONTROL
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CUSTOMER-MASTER - STATUS: "
                   WS-CUSTMAST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DUN-HISTORY-IN
           IF WS-DUNHIN-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN DUN-HISTORY-IN - STATUS: "
                   WS-DUNHIN-FILE-STATUS
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
           OPEN OUTPUT WRITE-OFF-TRAN-FILE
           OPEN OUTPUT REGISTER-FILE
           PERFORM READ-NEXT-HISTORY
           PERFORM UNTIL WS-END-OF-FILE
               READ CUSTOMER-MASTER
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM PROCESS-CUSTOMER
               END-READ
           END-PERFORM
           SUBTRACT WS-WRITE-OFF-TOTAL FROM WS-CONTROL-BALANCE
           PERFORM WRITE-REGISTER-TOTALS
           PERFORM WRITE-NEW-CONTROL-CARD
           PERFORM WRITE-GL-JOURNAL
           CLOSE CUSTOMER-MASTER
           CLOSE DUN-HISTORY-IN
           CLOSE WRITE-OFF-TRAN-FILE
           CLOSE REGISTER-FILE
           DISPLAY "CUSTWOFF - MASTERS READ:    " WS-READ-COUNT
           DISPLAY "CUSTWOFF - WRITTEN OFF:     " WS-WRITE-OFF-COUNT
           DISPLAY "CUSTWOFF - AMOUNT:          " WS-WRITE-OFF-TOTAL
           DISPLAY "CUSTWOFF - UNDER MINIMUM:   " WS-RETAINED-COUNT
           PERFORM WRITE-RUN-STATISTICS
           STOP RUN.

      *> Run-control ledger guard. The write-off rewrites master
      *> balances and must never run under a live nightly edit
      *> step - the ledger still showing in-flight means either the
      *> nightly run is up right now or it broke and nobody has
      *> resolved it; both refuse the write-off unless the
      *> supervisor OVERRIDE card is present. The write-off only
      *> checks the ledger, it stamps nothing.
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
                   DISPLAY "CUSTWOFF - NIGHTLY EDIT STEP IN FLIGHT - SUP
      -                "ERVISOR OVERRIDE TAKEN"
               ELSE
                   DISPLAY "*** CUSTWOFF - NIGHTLY EDIT STEP STILL IN FL
      -                "IGHT ***"
                   DISPLAY "*** RUN REFUSED - SUBMIT THE SUPERVISOR OVER
      -                "RIDE CARD TO FORCE THE WRITE-OFF ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> Run statistics for the morning batch-window report: masters
      *> read, accounts written off, and the balances written off as
      *> money out, under the cycle date on the RUNCTL ledger. A
      *> run-history dataset that cannot be opened is reported and the
      *> run still ends normally.
       WRITE-RUN-STATISTICS.
           OPEN OUTPUT RUN-STATISTICS-FILE
           IF WS-RUNSTATS-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RUN-STATISTICS - STATUS: "
                   WS-RUNSTATS-FILE-STATUS
               DISPLAY "*** RUN STATISTICS NOT RECORDED ***"
           ELSE
               MOVE "CUSTWOFF" TO STAT-STEP-NAME
               MOVE "CUSTWOFF" TO STAT-PROGRAM-ID
               MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE
               MOVE WS-RUN-DATE TO STAT-START-DATE
               MOVE WS-RUN-TIME TO STAT-START-TIME
               ACCEPT STAT-END-DATE FROM DATE YYYYMMDD
               ACCEPT STAT-END-TIME FROM TIME
               MOVE WS-READ-COUNT TO STAT-RECORDS-READ
               MOVE WS-WRITE-OFF-COUNT TO STAT-RECORDS-WRITTEN
               MOVE 0 TO STAT-RECORDS-REJECTED
               MOVE 0 TO STAT-RECORDS-SUSPENDED
               MOVE 0 TO STAT-MONEY-IN
               MOVE WS-WRITE-OFF-TOTAL TO STAT-MONEY-OUT
               MOVE RETURN-CODE TO STAT-RETURN-CODE
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

      *> A zero cycle count would write off every account CUSTDUN
      *> so much as sent a first notice, so it is refused along
      *> with a non-numeric card.
       LOAD-WRITE-OFF-CONTROL.
           OPEN INPUT WOF-CONTROL-FILE
           IF WS-WOFCTL-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN WOF-CONTROL - STATUS: "
                   WS-WOFCTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ WOF-CONTROL-FILE
               AT END
                   DISPLAY "*** EMPTY WRITE-OFF CONTROL CARD ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF WCT-MIN-CYCLES NOT NUMERIC
                   OR WCT-MIN-BALANCE NOT NUMERIC
                   OR WCT-MIN-CYCLES = 0
               DISPLAY "*** INVALID WRITE-OFF CARD - RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WCT-MIN-CYCLES TO WS-MIN-CYCLES
           MOVE WCT-MIN-BALANCE TO WS-MIN-BALANCE
           CLOSE WOF-CONTROL-FILE.

      *> A non-numeric account number (an E002-class record still
      *> being corrected) is bypassed before the history match
      *> runs - the match compares keys and must never see invalid
      *> zoned data.
       PROCESS-CUSTOMER.
           IF CUST-ACCOUNT-NO NOT NUMERIC
               ADD 1 TO WS-BYPASS-COUNT
           ELSE
               PERFORM MATCH-HISTORY-RECORD
               IF WS-DUN-CYCLES >= WS-MIN-CYCLES
                   PERFORM SELECT-FOR-WRITE-OFF
               END-IF
           END-IF.

      *> Only accounts still open can be written off. CUSTDUN drops
      *> closed, written-off and non-numeric-balance accounts from
      *> its history, so these branches only catch a master changed
      *> since the dunning run; they are bypassed and counted. A
      *> credit or zero balance has nothing to write off.
       SELECT-FOR-WRITE-OFF.
           EVALUATE TRUE
               WHEN CUST-STATUS = "C" OR CUST-STATUS = "W"
                   ADD 1 TO WS-BYPASS-COUNT
               WHEN CUST-BALANCE NOT NUMERIC
                   ADD 1 TO WS-BYPASS-COUNT
               WHEN CUST-BALANCE NOT > 0
                   ADD 1 TO WS-BYPASS-COUNT
               WHEN CUST-BALANCE < WS-MIN-BALANCE
                   ADD 1 TO WS-RETAINED-COUNT
                   ADD CUST-BALANCE TO WS-RETAINED-TOTAL
                   MOVE CUST-BALANCE TO WS-DTL-BALANCE
                   MOVE "UNDER MINIMUM - KEPT" TO WS-DTL-DISPOSITION
                   PERFORM WRITE-DETAIL-LINE
               WHEN OTHER
                   PERFORM WRITE-OFF-CUSTOMER
           END-EVALUATE.

       READ-NEXT-HISTORY.
           READ DUN-HISTORY-IN
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ.

      *> The history generation is in account order (CUSTDUN
      *> writes it from a key-order master pass), so the match
      *> rides the usual two-file pattern. An entry skipped past
      *> here belongs to an account no longer on the master and is
      *> simply ignored; an account with no entry has no cycles.
       MATCH-HISTORY-RECORD.
           MOVE 0 TO WS-DUN-CYCLES
           PERFORM UNTIL WS-HIST-EOF
                   OR DNH-ACCOUNT-NO >= CUST-ACCOUNT-NO
               PERFORM READ-NEXT-HISTORY
           END-PERFORM
           IF NOT WS-HIST-EOF
                   AND DNH-ACCOUNT-NO = CUST-ACCOUNT-NO
               IF DNH-CYCLE-COUNT NUMERIC
                   MOVE DNH-CYCLE-COUNT TO WS-DUN-CYCLES
               END-IF
               PERFORM READ-NEXT-HISTORY
           END-IF.

       WRITE-OFF-CUSTOMER.
           MOVE CUST-BALANCE TO WS-WRITE-OFF-AMOUNT
           MOVE 0 TO CUST-BALANCE
           MOVE "W" TO CUST-STATUS
           REWRITE CUSTOMER-RECORD
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               DISPLAY "*** REWRITE FAILED - ACCOUNT: "
                   CUST-ACCOUNT-NO " STATUS: "
                   WS-CUSTMAST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-WRITE-OFF-COUNT
           ADD WS-WRITE-OFF-AMOUNT TO WS-WRITE-OFF-TOTAL
           MOVE CUST-ACCOUNT-NO TO TRAN-ACCOUNT-NO
           MOVE WS-RUN-DATE TO TRAN-DATE
           MOVE "C" TO TRAN-TYPE
           MOVE WS-WRITE-OFF-AMOUNT TO TRAN-AMOUNT
           MOVE "BAD DEBT WRITE-OFF" TO TRAN-DESCRIPTION
           WRITE TRANSACTION-RECORD
           MOVE WS-WRITE-OFF-AMOUNT TO WS-DTL-BALANCE
           MOVE "WRITTEN OFF" TO WS-DTL-DISPOSITION
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
           MOVE WS-DUN-CYCLES TO WS-DTL-CYCLES
           WRITE REGISTER-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REGISTER-TOTALS.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REGISTER-HEADING
           END-IF
           MOVE WS-READ-COUNT TO WS-TOT-READ
           MOVE WS-WRITE-OFF-COUNT TO WS-TOT-WOF-CNT
           MOVE WS-WRITE-OFF-TOTAL TO WS-TOT-WOF-AMT
           MOVE WS-RETAINED-COUNT TO WS-TOT-RET-CNT
           MOVE WS-RETAINED-TOTAL TO WS-TOT-RET-AMT
           MOVE WS-BYPASS-COUNT TO WS-TOT-BYPASS
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
               AFTER ADVANCING 1 LINE.

      *> A write-off changes balances but never adds or removes a
      *> master record, so the count passes through untouched and
      *> only the balances written off come out of the hash.
       WRITE-NEW-CONTROL-CARD.
           OPEN OUTPUT CONTROL-OUT-FILE
           MOVE WS-CONTROL-COUNT TO CTLO-RECORD-COUNT
           MOVE WS-CONTROL-BALANCE TO CTLO-TOTAL-BALANCE
           WRITE CONTROL-OUT-RECORD
           CLOSE CONTROL-OUT-FILE.

      *> The GL journal: the bad-debt write-off total, then the
      *> trailer with the hash as read and as rewritten so CUSTGLJ
      *> can prove the journal moves receivables by exactly what
      *> the write-off moved the hash. The job stream appends it to
      *> the GL interface file only when the run ends cleanly, in
      *> step with CTLUPD.
       WRITE-GL-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE
           MOVE 0 TO WS-GL-DETAIL-COUNT
           PERFORM START-GL-RECORD
           SET GLJ-DETAIL TO TRUE
           MOVE "WOFF" TO GLJ-ACTIVITY-CODE
           MOVE WS-WRITE-OFF-COUNT TO GLJ-ITEM-COUNT
           MOVE WS-WRITE-OFF-TOTAL TO GLJ-AMOUNT
           MOVE "BAD DEBT WRITE-OFFS" TO GLJ-DESCRIPTION
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
           MOVE "CUSTWOFF" TO GLJ-SOURCE-PGM
           MOVE WS-CYCLE-DATE TO GLJ-CYCLE-DATE
           MOVE WS-RUN-TIME (1:6) TO GLJ-RUN-TIME.

       WRITE-GL-DETAIL.
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-GL-DETAIL-COUNT.
