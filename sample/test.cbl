           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT STATE-ZIP-FILE ASSIGN TO "STATEZIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SZR-STATE
               FILE STATUS IS WS-STATEZIP-FILE-STATUS.
           SELECT RUN-STATISTICS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 25 CHARACTERS.
           COPY RUNCTL.

       FD  STATE-ZIP-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY STZIPREF.

       FD  RUN-STATISTICS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       01  WS-COUNTER          PIC S9(7) COMP-3   VALUE 0.
       01  WS-CONTROL-COUNT    PIC S9(7) COMP-3   VALUE 0.
       01  WS-EOF-SWITCH       PIC X       VALUE "N".
           88 WS-END-OF-FILE  VALUE "Y".
       01  WS-EDIT-ERROR-CODE  PIC X(4)    VALUE SPACES.
           COPY STZIPTBL.

       01  WS-CUSTMAST-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-CTLCARD-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-RESTART-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-RUNCTL-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-STATEZIP-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-RUNSTATS-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-STATEZIP-EOF-SWITCH  PIC X       VALUE "N".
           88 WS-STATEZIP-EOF     VALUE "Y".
       01  WS-STATEZIP-VALID-SWITCH PIC X      VALUE "Y".
           88 WS-STATEZIP-VALID   VALUE "Y".
       01  WS-STATEZIP-RANGE-SUB   PIC 9(2) COMP VALUE 0.
       01  WS-RUN-CONTROL-AREA     PIC X(25)   VALUE SPACES.
       01  WS-RESTART-COUNT        PIC S9(7) COMP-3 VALUE 0.
       01  WS-CHECKPOINT-INTERVAL  PIC 9(5) COMP   VALUE 1000.
       01  WS-LINE-COUNT       PIC 9(3) COMP    VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(3) COMP    VALUE 60.
       01  WS-RUN-DATE         PIC X(8)    VALUE SPACES.
       01  WS-RUN-TIME         PIC X(8)    VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(11)   VALUE "RUN DATE: ".
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CUSTOMER-MASTER - STATUS: "
                   MOVE CTL-TOTAL-BALANCE TO WS-CONTROL-BALANCE
           END-READ
           CLOSE CONTROL-FILE
           PERFORM LOAD-STATE-ZIP-TABLE
           PERFORM READ-RUN-CONTROL
           PERFORM STAMP-EDIT-IN-FLIGHT
           PERFORM RESTART-CHECKPOINT-STARTUP
           PERFORM RESET-CHECKPOINT
           PERFORM CONTROL-TOTAL-CHECK
           PERFORM STAMP-EDIT-COMPLETE
           PERFORM WRITE-RUN-STATISTICS
           IF WS-FLAG = 0
               DISPLAY "Flag is zero"
           END-IF
           STOP RUN.

      *> The address edits in EDITCUST check CUST-STATE and CUST-ZIP
      *> against the state/ZIP reference file, held in storage for
      *> the run. The load is done before anything is stamped or
      *> opened for output: a reference file that cannot be opened,
      *> is empty, overflows the table or holds a record with bad
      *> ranges would reject every good address on the master, so
      *> the run is refused instead.
       COPY STZIPLD.

      *> Run-control ledger upkeep: the nightly edit step owns the
      *> cycle date and the edit status byte. In-flight is stamped
      *> before the first master record is touched and complete
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

      *> One record per run on the shared run-history dataset the
      *> morning batch-window report reads (copybook RUNSTAT). The
      *> DD is DISP=MOD, so the open adds to the end. A proof
      *> failure is recorded too, with its return code, so the
      *> report shows the step ran and failed. A history that
      *> cannot be opened costs only the record: the run's own
      *> result stands. This step stamps the cycle date, so its
      *> run date is the cycle.
       WRITE-RUN-STATISTICS.
           OPEN OUTPUT RUN-STATISTICS-FILE
           IF WS-RUNSTATS-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RUN-STATISTICS - STATUS: "
                   WS-RUNSTATS-FILE-STATUS
               DISPLAY "*** RUN STATISTICS NOT RECORDED ***"
           ELSE
               MOVE "TESTPROG" TO STAT-STEP-NAME
               MOVE "TESTPROG" TO STAT-PROGRAM-ID
               MOVE WS-RUN-DATE TO STAT-CYCLE-DATE
               MOVE WS-RUN-DATE TO STAT-START-DATE
               MOVE WS-RUN-TIME TO STAT-START-TIME
               ACCEPT STAT-END-DATE FROM DATE YYYYMMDD
               ACCEPT STAT-END-TIME FROM TIME
               MOVE WS-COUNTER TO STAT-RECORDS-READ
               MOVE WS-LISTED-COUNT TO STAT-RECORDS-WRITTEN
               COMPUTE STAT-RECORDS-REJECTED =
                   WS-COUNTER - WS-LISTED-COUNT
               MOVE 0 TO STAT-RECORDS-SUSPENDED
               MOVE WS-BALANCE-TOTAL TO STAT-MONEY-IN
               MOVE 0 TO STAT-MONEY-OUT
               MOVE RETURN-CODE TO STAT-RETURN-CODE
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

      *> Two proofs against the control card: the record count
      *> (no record lost) and the balance hash (no money lost).
      *> The hash totals only numeric balances, matching how every
               DISPLAY "RECORDS READ: " WS-COUNTER
               DISPLAY "CONTROL COUNT: " WS-CONTROL-COUNT
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-RUN-STATISTICS
               STOP RUN
           END-IF
           IF WS-BALANCE-TOTAL NOT = WS-CONTROL-BALANCE
               DISPLAY "BALANCES TOTALED: " WS-BALANCE-TOTAL
               DISPLAY "CONTROL BALANCE:  " WS-CONTROL-BALANCE
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-RUN-STATISTICS
               STOP RUN
           END-IF.

                   MOVE "CITY-BLANK" TO AUD-BRANCH-TAKEN
               WHEN "E004"
                   MOVE "BAL-INVALID" TO AUD-BRANCH-TAKEN
               WHEN "E005"
                   MOVE "ST-INVALID" TO AUD-BRANCH-TAKEN
               WHEN "E006"
                   MOVE "ZIP-MALFORM" TO AUD-BRANCH-TAKEN
               WHEN "E007"
                   MOVE "ZIP-MISMATCH" TO AUD-BRANCH-TAKEN
               WHEN OTHER
                   MOVE "EDIT-PASSED" TO AUD-BRANCH-TAKEN
           END-EVALUATE
