      *> never doubles an account's history. After the load the
      *> same pass trims the file to the HSTCTL rolling retention
      *> period, so the inquiry always holds the recent window the
      *> service desk needs and nothing older. The load runs after
      *> the nightly posting and after each monthly money run, so
      *> HSTCTL also names the step the run files its statistics
      *> under; the nightly card leaves it blank.
      *>
      *> HSTCTL layout (cols):  1-5 rolling retention in days 9(5)
      *>                        6-13 run-statistics step name
      *>                             (blank = CUSTHSTL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTHSTL.

               FILE STATUS IS WS-HSTCTL-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "HSTLRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT RUN-STATISTICS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
       01  HIST-CONTROL-CARD.
           05  HCT-RETAIN-DAYS         PIC 9(5).
           05  HCT-STEP-NAME           PIC X(8).
           05  FILLER                  PIC X(67).

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
       01  WS-POSTED-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-LOADED-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-TRANHIST-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-POSTED-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-HSTCTL-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-RUNCTL-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-RUNSTATS-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-CYCLE-DATE           PIC X(8)    VALUE SPACES.

       01  WS-PRIOR-ACCOUNT    PIC X(7)    VALUE SPACES.
       01  WS-PRIOR-DATE       PIC X(8)    VALUE SPACES.
       01  WS-RUN-DATE-NUM     PIC 9(8)    VALUE 0.
       01  WS-TRAN-DATE-NUM    PIC 9(8)    VALUE 0.
       01  WS-RUN-DAY-NO       PIC S9(7) COMP-3 VALUE 0.
       01  WS-STEP-NAME        PIC X(8)    VALUE "CUSTHSTL".

       01  WS-PAGE-NUMBER      PIC 9(3) COMP    VALUE 0.
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
           PERFORM READ-CYCLE-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           DISPLAY "CUSTHSTL - LOADED:       " WS-LOADED-COUNT
           DISPLAY "CUSTHSTL - SKIPPED:      " WS-SKIPPED-COUNT
           DISPLAY "CUSTHSTL - TRIMMED:      " WS-TRIMMED-COUNT
           PERFORM WRITE-RUN-STATISTICS
           STOP RUN.

       LOAD-HIST-CONTROL.
               STOP RUN
           END-IF
           MOVE HCT-RETAIN-DAYS TO WS-RETAIN-DAYS
           IF HCT-STEP-NAME NOT = SPACES
               MOVE HCT-STEP-NAME TO WS-STEP-NAME
           END-IF
           CLOSE HIST-CONTROL-FILE.

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
      *> morning batch-window report reads (copybook RUNSTAT), under
      *> the step name from HSTCTL: POSTED records read and history
      *> records loaded. The DD is DISP=MOD, so the open adds to the
      *> end; a history that cannot be opened costs only the record.
       WRITE-RUN-STATISTICS.
           OPEN OUTPUT RUN-STATISTICS-FILE
           IF WS-RUNSTATS-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RUN-STATISTICS - STATUS: "
                   WS-RUNSTATS-FILE-STATUS
               DISPLAY "*** RUN STATISTICS NOT RECORDED ***"
           ELSE
               MOVE WS-STEP-NAME TO STAT-STEP-NAME
               MOVE "CUSTHSTL" TO STAT-PROGRAM-ID
               MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE
               MOVE WS-RUN-DATE TO STAT-START-DATE
               MOVE WS-RUN-TIME TO STAT-START-TIME
               ACCEPT STAT-END-DATE FROM DATE YYYYMMDD
               ACCEPT STAT-END-TIME FROM TIME
               MOVE WS-POSTED-COUNT TO STAT-RECORDS-READ
               MOVE WS-LOADED-COUNT TO STAT-RECORDS-WRITTEN
               MOVE 0 TO STAT-RECORDS-REJECTED
               MOVE 0 TO STAT-RECORDS-SUSPENDED
               MOVE 0 TO STAT-MONEY-IN
               MOVE 0 TO STAT-MONEY-OUT
               MOVE RETURN-CODE TO STAT-RETURN-CODE
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

      *> The POSTED file arrives in account sequence, so the
      *> sequence number restarts at 1 on each account/date break
      *> and counts up within it. A duplicate-key bounce is
