      *> threshold) simply falls out of the history, so its count
      *> starts over if it slips again. The register shows count
      *> and total dollars by severity level so collections can
      *> work the list. Closed accounts, accounts written off as
      *> bad debt (CUST-STATUS W - collections already has them),
      *> and accounts whose balance or account number is not
      *> numeric are bypassed and counted.
      *> Each completed run appends its statistics record (copybook
      *> RUNSTAT) to the shared run-history dataset.
      *>
      *> DUNCTL layout (cols):  1-11 past-due threshold 9(9)V99
      *>                             (no decimal point keyed)
               ORGANIZATION IS SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO "DUNREG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT RUN-STATISTICS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       01  WS-MASTER-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-NOTICE-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-CLOSED-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-WRITTEN-OFF-COUNT PIC S9(7) COMP-3  VALUE 0.
       01  WS-BYPASS-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-PAID-DOWN-COUNT  PIC S9(7) COMP-3   VALUE 0.
       01  WS-EOF-SWITCH       PIC X       VALUE "N".
       01  WS-DUNTRAN-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-DUNCTL-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-DUNHIN-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-RUNCTL-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-RUNSTATS-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-CYCLE-DATE           PIC X(8)    VALUE SPACES.

       01  WS-THRESHOLD-BAL    PIC S9(9)V99 COMP-3  VALUE 0.
       01  WS-CREDIT-COUNT     PIC 9(5) COMP    VALUE 0.
       01  WS-REG-PAGE-NUMBER  PIC 9(3) COMP    VALUE 0.
       01  WS-LINES-PER-PAGE   PIC 9(3) COMP    VALUE 60.
       01  WS-RUN-DATE         PIC X(8)    VALUE SPACES.
       01  WS-RUN-TIME         PIC X(8)    VALUE SPACES.

       01  WS-NOTICE-HEAD-1    PIC X(34)
           VALUE "P A S T   D U E   N O T I C E".
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM READ-CYCLE-DATE
           PERFORM LOAD-DUN-CONTROL
           PERFORM ZERO-SEVERITY-TABLE
           OPEN INPUT CUSTOMER-MASTER
           DISPLAY "CUSTDUN - MASTERS READ:     " WS-MASTER-COUNT
           DISPLAY "CUSTDUN - NOTICES PRODUCED: " WS-NOTICE-COUNT
           DISPLAY "CUSTDUN - DROPPED HISTORY:  " WS-PAID-DOWN-COUNT
           DISPLAY "CUSTDUN - WRITTEN OFF:      " WS-WRITTEN-OFF-COUNT
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

      *> Run statistics for the morning batch-window report: masters
      *> read and notices produced; the run moves no money. A
      *> run-history dataset that cannot be opened is reported and the
      *> run still ends normally.
       WRITE-RUN-STATISTICS.
           OPEN OUTPUT RUN-STATISTICS-FILE
           IF WS-RUNSTATS-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RUN-STATISTICS - STATUS: "
                   WS-RUNSTATS-FILE-STATUS
               DISPLAY "*** RUN STATISTICS NOT RECORDED ***"
           ELSE
               MOVE "CUSTDUN" TO STAT-STEP-NAME
               MOVE "CUSTDUN" TO STAT-PROGRAM-ID
               MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE
               MOVE WS-RUN-DATE TO STAT-START-DATE
               MOVE WS-RUN-TIME TO STAT-START-TIME
               ACCEPT STAT-END-DATE FROM DATE YYYYMMDD
               ACCEPT STAT-END-TIME FROM TIME
               MOVE WS-MASTER-COUNT TO STAT-RECORDS-READ
               MOVE WS-NOTICE-COUNT TO STAT-RECORDS-WRITTEN
               MOVE 0 TO STAT-RECORDS-REJECTED
               MOVE 0 TO STAT-RECORDS-SUSPENDED
               MOVE 0 TO STAT-MONEY-IN
               MOVE 0 TO STAT-MONEY-OUT
               MOVE RETURN-CODE TO STAT-RETURN-CODE
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

       LOAD-DUN-CONTROL.
           OPEN INPUT DUN-CONTROL-FILE
           IF WS-DUNCTL-FILE-STATUS NOT = "00"
                       ADD 1 TO WS-PAID-DOWN-COUNT
                   END-IF
                   PERFORM CONSUME-MATCHING-TRANS
               WHEN CUST-STATUS = "W"
                   ADD 1 TO WS-WRITTEN-OFF-COUNT
                   IF WS-PRIOR-CYCLES > 0
                       ADD 1 TO WS-PAID-DOWN-COUNT
                   END-IF
                   PERFORM CONSUME-MATCHING-TRANS
               WHEN CUST-BALANCE NOT NUMERIC
                   ADD 1 TO WS-BYPASS-COUNT
                   IF WS-PRIOR-CYCLES > 0
