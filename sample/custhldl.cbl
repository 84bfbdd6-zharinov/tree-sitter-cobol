      *> CUSTHLDL - Held-for-approval load
      *> Runs right after a clean posting step in the nightly stream,
      *> loading the debits the posting run held over their credit
      *> limit (the HELDNEW extract CUSTPOST writes, copybook HELDREC)
      *> into the held-transaction KSDS the CAPR supervisor
      *> transaction works from. Every item arrives pending. The key
      *> is account, held cycle and the sequence CUSTPOST gave the
      *> item within the account. On a duplicate-key bounce the
      *> colliding record is read back and compared: the same
      *> transaction image is this item already on file (a rerun of
      *> the load) and is skipped, a different one is a second item
      *> in the slot (a posting rerun under the supervisor override
      *> in the same cycle) and the sequence bumps and retries - so
      *> resubmitting the load never doubles an item. Every item is
      *> listed on the register with the balance it would have taken
      *> the account to and the amount by which that is over the
      *> limit, so the supervisors have the night's list to work
      *> from in the morning.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTHLDL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELD-FILE ASSIGN TO "CUSTHELD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-CUSTHELD-FILE-STATUS.
           SELECT HELD-NEW-FILE ASSIGN TO "HELDNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELDNEW-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "HLDLRPT"
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

       FD  HELD-NEW-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  HELD-NEW-RECORD             PIC X(120).

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
       01  WS-LOADED-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-RESEQ-COUNT      PIC S9(7) COMP-3   VALUE 0.
       01  WS-SKIPPED-COUNT    PIC S9(7) COMP-3   VALUE 0.
       01  WS-LOADED-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EOF-SWITCH       PIC X       VALUE "N".
           88 WS-END-OF-FILE  VALUE "Y".
       01  WS-WRITE-DONE-SW    PIC X       VALUE "N".
           88 WS-WRITE-DONE   VALUE "Y".

       01  WS-CUSTHELD-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-HELDNEW-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-RUNCTL-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-RUNSTATS-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-CYCLE-DATE           PIC X(8)    VALUE SPACES.

       01  WS-HELD-ITEM            PIC X(120)  VALUE SPACES.
       01  WS-NEXT-SEQ             PIC 9(3)    VALUE 0.
       01  WS-DISPOSITION          PIC X(8)    VALUE SPACES.
       01  WS-NEW-BALANCE          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-OVER-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
           COPY TRANREC.

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
               VALUE "DEBITS HELD OVER LIMIT".
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
           05  FILLER              PIC X(17)
               VALUE "    NEW BALANCE".
           05  FILLER              PIC X(3)    VALUE "CL".
           05  FILLER              PIC X(16)   VALUE "         LIMIT".
           05  FILLER              PIC X(16)   VALUE "       OVER BY".
           05  FILLER              PIC X(8)    VALUE SPACES.

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
           05  WS-DTL-BALANCE      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-CLASS        PIC X.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-LIMIT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-OVER         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-DISPOSITION  PIC X(8).

       01  WS-TOTAL-LINE-1.
           05  FILLER          PIC X(28)
               VALUE "*** HELD ITEMS READ:       ".
           05  WS-TOT-READ     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER          PIC X(28)
               VALUE "*** HELD ITEMS LOADED:     ".
           05  WS-TOT-LOADED   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER          PIC X(28)
               VALUE "*** DUPLICATES RESEQUENCED:".
           05  WS-TOT-RESEQ    PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER          PIC X(28)
               VALUE "*** ALREADY LOADED SKIPPED:".
           05  WS-TOT-SKIPPED  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-5.
           05  FILLER          PIC X(28)
               VALUE "*** TOTAL LOADED AMOUNT:   ".
           05  WS-TOT-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM READ-CYCLE-DATE
           OPEN I-O HELD-FILE
           IF WS-CUSTHELD-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN HELD-FILE - STATUS: "
                   WS-CUSTHELD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HELD-NEW-FILE
           IF WS-HELDNEW-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN HELD-NEW-FILE - STATUS: "
                   WS-HELDNEW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ HELD-NEW-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM LOAD-HELD-ITEM
               END-READ
           END-PERFORM
           PERFORM WRITE-REGISTER-TOTALS
           CLOSE HELD-FILE
           CLOSE HELD-NEW-FILE
           CLOSE REGISTER-FILE
           DISPLAY "CUSTHLDL - HELD ITEMS READ: " WS-READ-COUNT
           DISPLAY "CUSTHLDL - LOADED:          " WS-LOADED-COUNT
           DISPLAY "CUSTHLDL - SKIPPED:         " WS-SKIPPED-COUNT
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
      *> morning batch-window report reads (copybook RUNSTAT): held
      *> items read and loaded, and money in the amount loaded. The
      *> DD is DISP=MOD, so the open adds to the end; a history that
      *> cannot be opened costs only the record.
       WRITE-RUN-STATISTICS.
           OPEN OUTPUT RUN-STATISTICS-FILE
           IF WS-RUNSTATS-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RUN-STATISTICS - STATUS: "
                   WS-RUNSTATS-FILE-STATUS
               DISPLAY "*** RUN STATISTICS NOT RECORDED ***"
           ELSE
               MOVE "CUSTHLDL" TO STAT-STEP-NAME
               MOVE "CUSTHLDL" TO STAT-PROGRAM-ID
               MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE
               MOVE WS-RUN-DATE TO STAT-START-DATE
               MOVE WS-RUN-TIME TO STAT-START-TIME
               ACCEPT STAT-END-DATE FROM DATE YYYYMMDD
               ACCEPT STAT-END-TIME FROM TIME
               MOVE WS-READ-COUNT TO STAT-RECORDS-READ
               MOVE WS-LOADED-COUNT TO STAT-RECORDS-WRITTEN
               MOVE 0 TO STAT-RECORDS-REJECTED
               MOVE 0 TO STAT-RECORDS-SUSPENDED
               MOVE WS-LOADED-TOTAL TO STAT-MONEY-IN
               MOVE 0 TO STAT-MONEY-OUT
               MOVE RETURN-CODE TO STAT-RETURN-CODE
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

      *> The item is kept whole in WS-HELD-ITEM so it can be put
      *> back after a colliding record has been read over it.
       LOAD-HELD-ITEM.
           MOVE HELD-NEW-RECORD TO WS-HELD-ITEM
           MOVE HELD-NEW-RECORD TO HELD-TRANSACTION-RECORD
           MOVE HLD-TRAN-IMAGE TO TRANSACTION-RECORD
           MOVE HLD-SEQUENCE TO WS-NEXT-SEQ
           SET HLD-PENDING TO TRUE
           MOVE "N" TO WS-WRITE-DONE-SW
           PERFORM WRITE-HELD-RECORD UNTIL WS-WRITE-DONE
           PERFORM WRITE-DETAIL-LINE.

       WRITE-HELD-RECORD.
           IF WS-NEXT-SEQ = 999
               DISPLAY "*** SEQUENCE EXHAUSTED - ACCOUNT: "
                   HLD-ACCOUNT-NO " CYCLE: " HLD-HELD-CYCLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-NEXT-SEQ TO HLD-SEQUENCE
           WRITE HELD-TRANSACTION-RECORD
               INVALID KEY
                   PERFORM CHECK-COLLIDING-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
                   ADD TRAN-AMOUNT TO WS-LOADED-TOTAL
                   MOVE "LOADED" TO WS-DISPOSITION
                   SET WS-WRITE-DONE TO TRUE
           END-WRITE.

      *> The READ loads the on-file record over the one just built,
      *> so the comparison is against the saved transaction image
      *> and the item is restored from WS-HELD-ITEM before any
      *> retry under the next sequence.
       CHECK-COLLIDING-RECORD.
           READ HELD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HLD-TRAN-IMAGE = TRANSACTION-RECORD
                       ADD 1 TO WS-SKIPPED-COUNT
                       MOVE "ON FILE" TO WS-DISPOSITION
                       SET WS-WRITE-DONE TO TRUE
                   END-IF
           END-READ
           MOVE WS-HELD-ITEM TO HELD-TRANSACTION-RECORD
           SET HLD-PENDING TO TRUE
           IF NOT WS-WRITE-DONE
               ADD 1 TO WS-RESEQ-COUNT
               ADD 1 TO WS-NEXT-SEQ
           END-IF.

       WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REGISTER-HEADING
           END-IF
           COMPUTE WS-NEW-BALANCE = HLD-BALANCE-AT-HOLD + TRAN-AMOUNT
           COMPUTE WS-OVER-AMOUNT = WS-NEW-BALANCE - HLD-CREDIT-LIMIT
           MOVE HLD-ACCOUNT-NO TO WS-DTL-ACCOUNT
           MOVE HLD-HELD-CYCLE TO WS-DTL-CYCLE
           MOVE WS-NEXT-SEQ TO WS-DTL-SEQ
           MOVE TRAN-DATE TO WS-DTL-DATE
           MOVE TRAN-AMOUNT TO WS-DTL-AMOUNT
           MOVE TRAN-DESCRIPTION TO WS-DTL-DESC
           MOVE WS-NEW-BALANCE TO WS-DTL-BALANCE
           MOVE HLD-RISK-CLASS TO WS-DTL-CLASS
           MOVE HLD-CREDIT-LIMIT TO WS-DTL-LIMIT
           MOVE WS-OVER-AMOUNT TO WS-DTL-OVER
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
           MOVE WS-LOADED-COUNT TO WS-TOT-LOADED
           MOVE WS-RESEQ-COUNT TO WS-TOT-RESEQ
           MOVE WS-SKIPPED-COUNT TO WS-TOT-SKIPPED
           MOVE WS-LOADED-TOTAL TO WS-TOT-AMOUNT
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
