      *> CUSTHREL - Held-for-approval release
      *> Runs in the nightly stream ahead of POSTSORT and sweeps the
      *> held-transaction KSDS (copybook HELDREC) the posting run
      *> fills with debits held over their credit limit and the CAPR
      *> supervisor transaction approves or declines:
      *>   P pending  - left on file and listed, still waiting.
      *>   A approved - written to the release file as an approved
      *>                debit (TRANREC type A), which POSTSORT folds
      *>                into tonight's posting input; the item is
      *>                marked R (released) with tonight's cycle.
      *>   R released - already sent to a posting. Once the RUNCTL
      *>                ledger shows a posting completed for that
      *>                cycle or a later one, the debit is on the
      *>                balance and the item is removed; otherwise
      *>                that posting never finished (or this is a
      *>                rerun ahead of it) and the item is released
      *>                again into tonight's cycle, so an approved
      *>                debit is neither lost nor posted twice.
      *>   D declined - listed and removed; the debit is never posted.
      *> Every item is printed on the release register with what was
      *> done with it, and with who decided it and when.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTHREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELD-FILE ASSIGN TO "CUSTHELD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-CUSTHELD-FILE-STATUS.
           SELECT RELEASE-FILE ASSIGN TO "HELDREL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO "HRELRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT RUN-STATISTICS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY HELDREC.

       FD  RELEASE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 47 CHARACTERS.
           COPY TRANREC.

       FD  REGISTER-FILE
           LABEL RECORDS OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01  REGISTER-LINE               PIC X(132).

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
       01  WS-PENDING-COUNT    PIC S9(7) COMP-3   VALUE 0.
       01  WS-RELEASED-COUNT   PIC S9(7) COMP-3   VALUE 0.
       01  WS-RERELEASED-COUNT PIC S9(7) COMP-3   VALUE 0.
       01  WS-POSTED-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-DECLINED-COUNT   PIC S9(7) COMP-3   VALUE 0.
       01  WS-UNKNOWN-COUNT    PIC S9(7) COMP-3   VALUE 0.
       01  WS-RELEASED-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-DECLINED-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-SWEEP-DONE-SW    PIC X       VALUE "N".
           88 WS-SWEEP-DONE   VALUE "Y".

       01  WS-CUSTHELD-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-RUNCTL-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-RUNSTATS-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-CYCLE-DATE           PIC X(8)    VALUE SPACES.
       01  WS-POSTED-CYCLE-DATE    PIC X(8)    VALUE SPACES.
       01  WS-DISPOSITION          PIC X(30)   VALUE SPACES.
       01  WS-ITEM-AMOUNT          PIC 9(9)V99 VALUE 0.

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
               VALUE "HELD DEBIT RELEASE".
           05  FILLER              PIC X(64)   VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE "PAGE: ".
           05  WS-HDG-PAGE         PIC ZZ9.
           05  FILLER              PIC X(4)    VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER              PIC X(9)    VALUE "ACCOUNT".
           05  FILLER              PIC X(10)   VALUE "HELD".
           05  FILLER              PIC X(5)    VALUE "SEQ".
           05  FILLER              PIC X(10)   VALUE "TRAN DATE".
           05  FILLER              PIC X(16)   VALUE "        AMOUNT".
           05  FILLER              PIC X(22)   VALUE "DESCRIPTION".
           05  FILLER              PIC X(10)   VALUE "DECIDED".
           05  FILLER              PIC X(10)   VALUE "ON".
           05  FILLER              PIC X(40)   VALUE "DISPOSITION".

       01  WS-DETAIL-LINE.
           05  WS-DTL-ACCOUNT      PIC 9(7).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-CYCLE        PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-SEQ          PIC 9(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-DATE         PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-DESC         PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-DECIDED-BY   PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-DECIDED-DATE PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-DISPOSITION  PIC X(30).
           05  FILLER              PIC X(10)   VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER          PIC X(28)
               VALUE "*** HELD ITEMS READ:       ".
           05  WS-TOT-READ     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER          PIC X(28)
               VALUE "*** STILL PENDING:         ".
           05  WS-TOT-PENDING  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER          PIC X(28)
               VALUE "*** APPROVED - RELEASED:   ".
           05  WS-TOT-RELEASED PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER          PIC X(28)
               VALUE "*** RELEASED AGAIN:        ".
           05  WS-TOT-RERELEASED PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-5.
           05  FILLER          PIC X(28)
               VALUE "*** POSTED - REMOVED:      ".
           05  WS-TOT-POSTED   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-6.
           05  FILLER          PIC X(28)
               VALUE "*** DECLINED - REMOVED:    ".
           05  WS-TOT-DECLINED PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-7.
           05  FILLER          PIC X(28)
               VALUE "*** UNKNOWN STATUS - LEFT: ".
           05  WS-TOT-UNKNOWN  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-8.
           05  FILLER          PIC X(28)
               VALUE "*** TOTAL RELEASED AMOUNT: ".
           05  WS-TOT-REL-AMT  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(87) VALUE SPACES.

       01  WS-TOTAL-LINE-9.
           05  FILLER          PIC X(28)
               VALUE "*** TOTAL DECLINED AMOUNT: ".
           05  WS-TOT-DCL-AMT  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM READ-RUN-CONTROL
           OPEN I-O HELD-FILE
           IF WS-CUSTHELD-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN HELD-FILE - STATUS: "
                   WS-CUSTHELD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELEASE-FILE
           OPEN OUTPUT REGISTER-FILE
           MOVE LOW-VALUES TO HLD-KEY
           START HELD-FILE KEY IS GREATER THAN OR EQUAL TO HLD-KEY
               INVALID KEY
                   SET WS-SWEEP-DONE TO TRUE
           END-START
           PERFORM SWEEP-ONE-ITEM UNTIL WS-SWEEP-DONE
           PERFORM WRITE-REGISTER-TOTALS
           CLOSE HELD-FILE
           CLOSE RELEASE-FILE
           CLOSE REGISTER-FILE
           DISPLAY "CUSTHREL - HELD ITEMS READ: " WS-READ-COUNT
           DISPLAY "CUSTHREL - RELEASED:        " WS-RELEASED-COUNT
           DISPLAY "CUSTHREL - RELEASED AGAIN:  " WS-RERELEASED-COUNT
           DISPLAY "CUSTHREL - STILL PENDING:   " WS-PENDING-COUNT
           PERFORM WRITE-RUN-STATISTICS
           STOP RUN.

      *> Tonight's business cycle is the one the nightly edit step
      *> stamped; the posted cycle is the last one the posting run
      *> completed, which tells a released item whether its posting
      *> ever finished. The ledger is read here and never written.
      *> A blank cycle date falls back to the run date, as in the
      *> posting run.
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
           IF RUN-CYCLE-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-CYCLE-DATE
           ELSE
               MOVE RUN-CYCLE-DATE TO WS-CYCLE-DATE
           END-IF
           MOVE RUN-POSTED-CYCLE-DATE TO WS-POSTED-CYCLE-DATE
           CLOSE RUN-CONTROL-FILE.

      *> One record per run on the shared run-history dataset the
      *> morning batch-window report reads (copybook RUNSTAT): held
      *> items read, items released (approved and released again),
      *> declined items as rejected and pending items as suspended;
      *> money in the amount released, money out the amount
      *> declined. The DD is DISP=MOD, so the open adds to the end;
      *> a history that cannot be opened costs only the record.
       WRITE-RUN-STATISTICS.
           OPEN OUTPUT RUN-STATISTICS-FILE
           IF WS-RUNSTATS-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RUN-STATISTICS - STATUS: "
                   WS-RUNSTATS-FILE-STATUS
               DISPLAY "*** RUN STATISTICS NOT RECORDED ***"
           ELSE
               MOVE "CUSTHREL" TO STAT-STEP-NAME
               MOVE "CUSTHREL" TO STAT-PROGRAM-ID
               MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE
               MOVE WS-RUN-DATE TO STAT-START-DATE
               MOVE WS-RUN-TIME TO STAT-START-TIME
               ACCEPT STAT-END-DATE FROM DATE YYYYMMDD
               ACCEPT STAT-END-TIME FROM TIME
               MOVE WS-READ-COUNT TO STAT-RECORDS-READ
               COMPUTE STAT-RECORDS-WRITTEN =
                   WS-RELEASED-COUNT + WS-RERELEASED-COUNT
               MOVE WS-DECLINED-COUNT TO STAT-RECORDS-REJECTED
               MOVE WS-PENDING-COUNT TO STAT-RECORDS-SUSPENDED
               MOVE WS-RELEASED-TOTAL TO STAT-MONEY-IN
               MOVE WS-DECLINED-TOTAL TO STAT-MONEY-OUT
               MOVE RETURN-CODE TO STAT-RETURN-CODE
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

       SWEEP-ONE-ITEM.
           READ HELD-FILE NEXT RECORD
               AT END
                   SET WS-SWEEP-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM PROCESS-HELD-ITEM
           END-READ.

       PROCESS-HELD-ITEM.
           MOVE HLD-TRAN-IMAGE TO TRANSACTION-RECORD
           MOVE TRAN-AMOUNT TO WS-ITEM-AMOUNT
           EVALUATE TRUE
               WHEN HLD-PENDING
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE "PENDING - AWAITING DECISION"
                       TO WS-DISPOSITION
               WHEN HLD-APPROVED
                   PERFORM RELEASE-HELD-ITEM
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE "APPROVED - RELEASED TO POSTING"
                       TO WS-DISPOSITION
               WHEN HLD-RELEASED
                       AND WS-POSTED-CYCLE-DATE NOT = SPACES
                       AND HLD-RELEASED-CYCLE <= WS-POSTED-CYCLE-DATE
                   PERFORM DELETE-HELD-ITEM
                   ADD 1 TO WS-POSTED-COUNT
                   MOVE "POSTED - REMOVED" TO WS-DISPOSITION
               WHEN HLD-RELEASED
                   PERFORM RELEASE-HELD-ITEM
                   ADD 1 TO WS-RERELEASED-COUNT
                   MOVE "NOT POSTED - RELEASED AGAIN"
                       TO WS-DISPOSITION
               WHEN HLD-DECLINED
                   PERFORM DELETE-HELD-ITEM
                   ADD 1 TO WS-DECLINED-COUNT
                   ADD WS-ITEM-AMOUNT TO WS-DECLINED-TOTAL
                   MOVE "DECLINED - REMOVED" TO WS-DISPOSITION
               WHEN OTHER
                   ADD 1 TO WS-UNKNOWN-COUNT
                   MOVE "*** UNKNOWN STATUS - LEFT" TO WS-DISPOSITION
           END-EVALUATE
           PERFORM WRITE-DETAIL-LINE.

      *> The approved debit goes back to posting as type A, which
      *> the posting run applies without the credit limit test.
       RELEASE-HELD-ITEM.
           SET TRAN-APPROVED-DEBIT TO TRUE
           WRITE TRANSACTION-RECORD
           ADD WS-ITEM-AMOUNT TO WS-RELEASED-TOTAL
           SET HLD-RELEASED TO TRUE
           MOVE WS-CYCLE-DATE TO HLD-RELEASED-CYCLE
           REWRITE HELD-TRANSACTION-RECORD
           IF WS-CUSTHELD-FILE-STATUS NOT = "00"
               DISPLAY "*** REWRITE FAILED - KEY: " HLD-KEY
                   " STATUS: " WS-CUSTHELD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       DELETE-HELD-ITEM.
           DELETE HELD-FILE
           IF WS-CUSTHELD-FILE-STATUS NOT = "00"
               DISPLAY "*** DELETE FAILED - KEY: " HLD-KEY
                   " STATUS: " WS-CUSTHELD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REGISTER-HEADING
           END-IF
           MOVE HLD-ACCOUNT-NO TO WS-DTL-ACCOUNT
           MOVE HLD-HELD-CYCLE TO WS-DTL-CYCLE
           MOVE HLD-SEQUENCE TO WS-DTL-SEQ
           MOVE TRAN-DATE TO WS-DTL-DATE
           MOVE WS-ITEM-AMOUNT TO WS-DTL-AMOUNT
           MOVE TRAN-DESCRIPTION TO WS-DTL-DESC
           MOVE HLD-DECIDED-BY TO WS-DTL-DECIDED-BY
           MOVE HLD-DECIDED-DATE TO WS-DTL-DECIDED-DATE
           MOVE WS-DISPOSITION TO WS-DTL-DISPOSITION
           WRITE REGISTER-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REGISTER-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
           WRITE REGISTER-LINE FROM WS-HEADING-LINE
               AFTER ADVANCING PAGE
           WRITE REGISTER-LINE FROM WS-COLUMN-HEADING-LINE
               AFTER ADVANCING 2 LINES
           MOVE 0 TO WS-LINE-COUNT.

       WRITE-REGISTER-TOTALS.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REGISTER-HEADING
           END-IF
           MOVE WS-READ-COUNT TO WS-TOT-READ
           MOVE WS-PENDING-COUNT TO WS-TOT-PENDING
           MOVE WS-RELEASED-COUNT TO WS-TOT-RELEASED
           MOVE WS-RERELEASED-COUNT TO WS-TOT-RERELEASED
           MOVE WS-POSTED-COUNT TO WS-TOT-POSTED
           MOVE WS-DECLINED-COUNT TO WS-TOT-DECLINED
           MOVE WS-UNKNOWN-COUNT TO WS-TOT-UNKNOWN
           MOVE WS-RELEASED-TOTAL TO WS-TOT-REL-AMT
           MOVE WS-DECLINED-TOTAL TO WS-TOT-DCL-AMT
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
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-9
               AFTER ADVANCING 1 LINE.
