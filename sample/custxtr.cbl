      *> the current image, and the feed never shows an account
      *> twice. A full refresh resends everything anyway, so mode
      *> F skips the RESEND pass.
      *> The renumber/merge run (CUSTMRGE) queues a D for each
      *> retired account number and a C for the account it moved
      *> to; the queue comes in on MRGQUEUE, sorted into account
      *> order with each account's entries kept in the order they
      *> were queued, and only the last one per account counts. A
      *> queued account that also changed tonight keeps tonight's
      *> image, but a renumbered account, new to the master
      *> tonight, goes out as the queued C rather than an A so the
      *> CRM moves the customer instead of opening a second one.
      *> A queued C with no detail tonight (a merge that left the
      *> surviving record unchanged) is written from the queue; a
      *> queued D with none is dropped - the retired number was
      *> never on a feed. Mode F skips the queue like the resends.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTXTR.

           SELECT RESEND-FILE ASSIGN TO "RESEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESEND-FILE-STATUS.
           SELECT MRGQUEUE-FILE ASSIGN TO "MRGQUEUE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MRGQUEUE-FILE-STATUS.
           SELECT CRM-FEED ASSIGN TO "CRMFEED"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT RUN-STATISTICS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  RSND-ACCOUNT-NO         PIC X(7).
           05  FILLER                  PIC X(112).

       FD  MRGQUEUE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  MRGQUEUE-RECORD.
           05  MRGQ-CHANGE-TYPE        PIC X.
           05  MRGQ-ACCOUNT-NO         PIC X(7).
           05  FILLER                  PIC X(112).

       FD  CRM-FEED
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  CRM-FEED-RECORD             PIC X(120).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS.
           COPY RUNCTL.

       FD  RUN-STATISTICS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       01  WS-ADD-COUNT        PIC S9(7) COMP-3   VALUE 0.
       01  WS-CHANGE-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-RESEND-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-SUPERSEDED-COUNT PIC S9(7) COMP-3   VALUE 0.
       01  WS-DETAIL-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-QUEUED-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-QUEUE-DROP-COUNT PIC S9(7) COMP-3   VALUE 0.
       01  WS-CURR-READ-COUNT  PIC S9(7) COMP-3   VALUE 0.
       01  WS-MERGE-ACCOUNT    PIC X(7)    VALUE SPACES.
       01  WS-PREV-EOF-SWITCH  PIC X       VALUE "N".
           88 WS-PREV-EOF     VALUE "Y".
           88 WS-CURR-EOF     VALUE "Y".
       01  WS-RESEND-EOF-SWITCH PIC X      VALUE "N".
           88 WS-RESEND-EOF   VALUE "Y".
       01  WS-MRGQ-FILE-EOF-SW PIC X       VALUE "N".
           88 WS-MRGQ-FILE-EOF VALUE "Y".
       01  WS-MRGQ-EOF-SWITCH  PIC X       VALUE "N".
           88 WS-MRGQ-EOF     VALUE "Y".
       01  WS-QUEUED-TYPE      PIC X       VALUE SPACE.
       01  WS-RUN-MODE         PIC X       VALUE "C".

       01  WS-PREVMAST-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-CURRMAST-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-XTRCTL-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-RESEND-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-MRGQUEUE-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-RUNCTL-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-RUNSTATS-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-CYCLE-DATE           PIC X(8)    VALUE SPACES.

       01  WS-RUN-DATE         PIC X(8)    VALUE SPACES.
       01  WS-RUN-TIME         PIC X(8)    VALUE SPACES.

       01  WS-HEADER-RECORD.
           05  FILLER              PIC X(3)    VALUE "HDR".
           05  WS-DTL-IMAGE        PIC X(110).
           05  FILLER              PIC X(9)    VALUE SPACES.

      *> The queued entry in hand, the last one queued for its
      *> account.
       01  WS-MRGQ-DETAIL.
           05  WS-MRGQ-CHANGE-TYPE PIC X.
           05  WS-MRGQ-ACCOUNT     PIC X(7).
           05  FILLER              PIC X(112).

       01  WS-TRAILER-RECORD.
           05  FILLER              PIC X(3)    VALUE "TRL".
           05  WS-TRL-COUNT        PIC 9(7).
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM READ-CYCLE-DATE
           OPEN INPUT XTR-CONTROL-FILE
           IF WS-XTRCTL-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN XTR-CONTROL-FILE - STATUS: "
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT MRGQUEUE-FILE
               IF WS-MRGQUEUE-FILE-STATUS NOT = "00"
                   DISPLAY "*** UNABLE TO OPEN MRGQUEUE-FILE - STATUS: "
                       WS-MRGQUEUE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-RESEND-FILE
               PERFORM READ-MRGQUEUE-FILE
               PERFORM NEXT-QUEUED-ACCOUNT
               PERFORM READ-PREV-MASTER
               PERFORM MATCH-MASTERS
                   UNTIL WS-PREV-EOF AND WS-CURR-EOF
               CLOSE PREV-MASTER
               PERFORM FLUSH-TRAILING-RESENDS
               CLOSE RESEND-FILE
               CLOSE MRGQUEUE-FILE
           END-IF
           MOVE WS-DETAIL-COUNT TO WS-TRL-COUNT
           WRITE CRM-FEED-RECORD FROM WS-TRAILER-RECORD
           DISPLAY "CUSTXTR - DELETES:        " WS-DELETE-COUNT
           DISPLAY "CUSTXTR - RESENDS:        " WS-RESEND-COUNT
           DISPLAY "CUSTXTR - SUPERSEDED:     " WS-SUPERSEDED-COUNT
           DISPLAY "CUSTXTR - QUEUED WRITTEN: " WS-QUEUED-COUNT
           DISPLAY "CUSTXTR - QUEUED DROPPED: " WS-QUEUE-DROP-COUNT
           DISPLAY "CUSTXTR - DETAILS WRITTEN:" WS-DETAIL-COUNT
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
      *> morning batch-window report reads (copybook RUNSTAT): current
      *> extract records read and feed details written. The DD is
      *> DISP=MOD, so the open adds to the end; a history that cannot
      *> be opened costs only the record, never the feed.
       WRITE-RUN-STATISTICS.
           OPEN OUTPUT RUN-STATISTICS-FILE
           IF WS-RUNSTATS-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RUN-STATISTICS - STATUS: "
                   WS-RUNSTATS-FILE-STATUS
               DISPLAY "*** RUN STATISTICS NOT RECORDED ***"
           ELSE
               MOVE "CUSTXTR" TO STAT-STEP-NAME
               MOVE "CUSTXTR" TO STAT-PROGRAM-ID
               MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE
               MOVE WS-RUN-DATE TO STAT-START-DATE
               MOVE WS-RUN-TIME TO STAT-START-TIME
               ACCEPT STAT-END-DATE FROM DATE YYYYMMDD
               ACCEPT STAT-END-TIME FROM TIME
               MOVE WS-CURR-READ-COUNT TO STAT-RECORDS-READ
               MOVE WS-DETAIL-COUNT TO STAT-RECORDS-WRITTEN
               MOVE 0 TO STAT-RECORDS-REJECTED
               MOVE 0 TO STAT-RECORDS-SUSPENDED
               MOVE 0 TO STAT-MONEY-IN
               MOVE 0 TO STAT-MONEY-OUT
               MOVE RETURN-CODE TO STAT-RETURN-CODE
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

       READ-PREV-MASTER.
           READ PREV-MASTER
               AT END
           READ CURR-MASTER
               AT END
                   SET WS-CURR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CURR-READ-COUNT
           END-READ.

       WRITE-REFRESH-FEED.
           PERFORM MERGE-RESENDS-BEFORE
           MOVE "A" TO WS-DTL-CHANGE-TYPE
           MOVE CURR-RECORD TO WS-DTL-IMAGE
           IF WS-QUEUED-TYPE = "C"
               MOVE "C" TO WS-DTL-CHANGE-TYPE
               ADD 1 TO WS-CHANGE-COUNT
           ELSE
               ADD 1 TO WS-ADD-COUNT
           END-IF
           WRITE CRM-FEED-RECORD FROM WS-DETAIL-RECORD
           ADD 1 TO WS-DETAIL-COUNT.

       WRITE-CHANGE-DETAIL.
      *> superseded - tonight's detail carries the current image
      *> and the feed never shows an account twice. Mode F never
      *> opens the RESEND file, hence the mode test.
      *> The renumber/merge queue rides the same merge: whichever of
      *> the two streams holds the lower account goes first, and a
      *> queued entry supersedes a resend for the same account. A
      *> queued entry for the account about to be written is taken
      *> up here and its change type left in WS-QUEUED-TYPE.
       MERGE-RESENDS-BEFORE.
           MOVE SPACE TO WS-QUEUED-TYPE
           IF WS-RUN-MODE = "C"
               PERFORM WRITE-LOWER-PENDING
                   UNTIL (WS-RESEND-EOF
                          OR RSND-ACCOUNT-NO >= WS-MERGE-ACCOUNT)
                     AND (WS-MRGQ-EOF
                          OR WS-MRGQ-ACCOUNT >= WS-MERGE-ACCOUNT)
               IF NOT WS-RESEND-EOF
                       AND RSND-ACCOUNT-NO = WS-MERGE-ACCOUNT
                   ADD 1 TO WS-SUPERSEDED-COUNT
                   PERFORM READ-RESEND-FILE
               END-IF
               IF NOT WS-MRGQ-EOF
                       AND WS-MRGQ-ACCOUNT = WS-MERGE-ACCOUNT
                   MOVE WS-MRGQ-CHANGE-TYPE TO WS-QUEUED-TYPE
                   PERFORM NEXT-QUEUED-ACCOUNT
               END-IF
           END-IF.

       FLUSH-TRAILING-RESENDS.
           MOVE HIGH-VALUES TO WS-MERGE-ACCOUNT
           PERFORM WRITE-LOWER-PENDING
               UNTIL WS-RESEND-EOF AND WS-MRGQ-EOF.

       WRITE-LOWER-PENDING.
           IF NOT WS-MRGQ-EOF
                   AND WS-MRGQ-ACCOUNT < WS-MERGE-ACCOUNT
                   AND (WS-RESEND-EOF
                        OR WS-MRGQ-ACCOUNT NOT > RSND-ACCOUNT-NO)
               IF NOT WS-RESEND-EOF
                       AND RSND-ACCOUNT-NO = WS-MRGQ-ACCOUNT
                   ADD 1 TO WS-SUPERSEDED-COUNT
                   PERFORM READ-RESEND-FILE
               END-IF
               PERFORM WRITE-QUEUED-DETAIL
               PERFORM NEXT-QUEUED-ACCOUNT
           ELSE
               PERFORM WRITE-RESEND-DETAIL
               PERFORM READ-RESEND-FILE
           END-IF.

       WRITE-QUEUED-DETAIL.
           IF WS-MRGQ-CHANGE-TYPE = "D"
               ADD 1 TO WS-QUEUE-DROP-COUNT
           ELSE
               WRITE CRM-FEED-RECORD FROM WS-MRGQ-DETAIL
               ADD 1 TO WS-QUEUED-COUNT
               ADD 1 TO WS-DETAIL-COUNT
           END-IF.

       WRITE-RESEND-DETAIL.
           WRITE CRM-FEED-RECORD FROM RESEND-RECORD
               AT END
                   SET WS-RESEND-EOF TO TRUE
           END-READ.

      *> Takes the next account off the queue, reading past any
      *> earlier entries for it so the one left in WS-MRGQ-DETAIL
      *> is the last queued.
       NEXT-QUEUED-ACCOUNT.
           IF WS-MRGQ-FILE-EOF
               SET WS-MRGQ-EOF TO TRUE
           ELSE
               MOVE MRGQUEUE-RECORD TO WS-MRGQ-DETAIL
               PERFORM READ-MRGQUEUE-FILE
               PERFORM UNTIL WS-MRGQ-FILE-EOF
                       OR MRGQ-ACCOUNT-NO NOT = WS-MRGQ-ACCOUNT
                   MOVE MRGQUEUE-RECORD TO WS-MRGQ-DETAIL
                   ADD 1 TO WS-QUEUE-DROP-COUNT
                   PERFORM READ-MRGQUEUE-FILE
               END-PERFORM
           END-IF.

       READ-MRGQUEUE-FILE.
           READ MRGQUEUE-FILE
               AT END
                   SET WS-MRGQ-FILE-EOF TO TRUE
           END-READ.
