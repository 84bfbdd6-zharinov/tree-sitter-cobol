               ORGANIZATION IS SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO "SUSPRPT"
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
       01  WS-CARRIED-IN-COUNT PIC S9(7) COMP-3   VALUE 0.
       01  WS-NEW-COUNT        PIC S9(7) COMP-3   VALUE 0.
       01  WS-SUSPIN-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-SUSPNEW-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-SUSPCTL-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-RUNCTL-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-RUNSTATS-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-CYCLE-DATE           PIC X(8)    VALUE SPACES.

       01  WS-CUTOFF-DAYS      PIC S9(3) COMP-3 VALUE 0.
       01  WS-RETRY-REASON     PIC X(25)   VALUE SPACES.
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
           DISPLAY "CUSTSUSP - RELEASED:         " WS-RELEASED-COUNT
           DISPLAY "CUSTSUSP - CARRIED FORWARD:  " WS-CARRIED-COUNT
           DISPLAY "CUSTSUSP - ESCALATED:        " WS-ESCALATED-COUNT
           PERFORM WRITE-RUN-STATISTICS
           STOP RUN.

       LOAD-SUSP-CONTROL.
           MOVE SCT-CUTOFF-DAYS TO WS-CUTOFF-DAYS
           CLOSE SUSP-CONTROL-FILE.

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
      *> morning batch-window report reads (copybook RUNSTAT): items
      *> read from both inputs, released, escalated (as rejected) and
      *> carried forward (as suspended). The DD is DISP=MOD, so the
      *> open adds to the end; a history that cannot be opened costs
      *> only the record.
       WRITE-RUN-STATISTICS.
           OPEN OUTPUT RUN-STATISTICS-FILE
           IF WS-RUNSTATS-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RUN-STATISTICS - STATUS: "
                   WS-RUNSTATS-FILE-STATUS
               DISPLAY "*** RUN STATISTICS NOT RECORDED ***"
           ELSE
               MOVE "CUSTSUSP" TO STAT-STEP-NAME
               MOVE "CUSTSUSP" TO STAT-PROGRAM-ID
               MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE
               MOVE WS-RUN-DATE TO STAT-START-DATE
               MOVE WS-RUN-TIME TO STAT-START-TIME
               ACCEPT STAT-END-DATE FROM DATE YYYYMMDD
               ACCEPT STAT-END-TIME FROM TIME
               COMPUTE STAT-RECORDS-READ =
                   WS-CARRIED-IN-COUNT + WS-NEW-COUNT
               MOVE WS-RELEASED-COUNT TO STAT-RECORDS-WRITTEN
               MOVE WS-ESCALATED-COUNT TO STAT-RECORDS-REJECTED
               MOVE WS-CARRIED-COUNT TO STAT-RECORDS-SUSPENDED
               MOVE 0 TO STAT-MONEY-IN
               MOVE 0 TO STAT-MONEY-OUT
               MOVE RETURN-CODE TO STAT-RETURN-CODE
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

       INITIALIZE-REASON-TABLE.
           MOVE "ACCOUNT NOT NUMERIC" TO WS-RSN-TEXT (1)
           MOVE "ACCOUNT NOT ON FILE" TO WS-RSN-TEXT (2)

      *> Same tests the posting run applies, in the same order, so
      *> an item released here is guaranteed to post rather than
      *> bounce straight back to suspense. Type A is an approved
      *> over-limit debit and posts like a D. A released debit may
      *> still be held over its credit limit, but that is not a
      *> suspense reason.
       EDIT-SUSPENSE-ITEM.
           MOVE 0 TO WS-REASON-SUB
           MOVE SPACES TO WS-RETRY-REASON
                           MOVE 2 TO WS-REASON-SUB
                       WHEN SUS-TRAN-TYPE NOT = "D"
                               AND SUS-TRAN-TYPE NOT = "C"
                               AND SUS-TRAN-TYPE NOT = "A"
                           MOVE 4 TO WS-REASON-SUB
                       WHEN SUS-AMOUNT NOT NUMERIC
                           MOVE 5 TO WS-REASON-SUB
