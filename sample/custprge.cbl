      *> balance hash minus the purged balances, so the nightly
      *> control-total reconciliation keeps balancing after the
      *> purge; the job stream copies CTLOUT back over CTLCARD.
      *> The purged balances are handed to the general ledger as a
      *> journal on the GL interface file (copybook GLJRNL),
      *> trailed by the hash before and after.
      *> Each completed purge appends its statistics record (copybook
      *> RUNSTAT) to the shared run-history dataset.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPRGE.

               ORGANIZATION IS SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO "PRGERPT"
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
           RECORD CONTAINS 132 CHARACTERS.
       01  REGISTER-LINE               PIC X(132).

       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLJRNL.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS.
           05  OVR-REQUEST             PIC X(8).
           05  FILLER                  PIC X(72).

       FD  RUN-STATISTICS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       01  WS-READ-COUNT       PIC S9(7) COMP-3   VALUE 0.
       01  WS-PURGED-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-RETAINED-COUNT   PIC S9(7) COMP-3   VALUE 0.
       01  WS-CONTROL-COUNT    PIC S9(7) COMP-3   VALUE 0.
       01  WS-CONTROL-BALANCE  PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-OPENING-CONTROL-BALANCE PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-PURGED-BALANCE   PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GL-DETAIL-COUNT  PIC S9(5) COMP-3   VALUE 0.
       01  WS-EOF-SWITCH       PIC X       VALUE "N".
           88 WS-END-OF-FILE  VALUE "Y".

       01  WS-CTLCARD-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-RUNCTL-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-OVERRIDE-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-RUNSTATS-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-CYCLE-DATE           PIC X(8)    VALUE SPACES.
       01  WS-EDIT-STATUS-BYTE     PIC X       VALUE SPACE.
       01  WS-OVERRIDE-SW          PIC X       VALUE "N".
           88 WS-OVERRIDE         VALUE "Y".
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
           PERFORM READ-RUN-CONTROL
           PERFORM READ-OVERRIDE-CARD
           PERFORM CHECK-CYCLE-GUARD
                   MOVE CTL-RECORD-COUNT TO WS-CONTROL-COUNT
                   MOVE CTL-TOTAL-BALANCE TO WS-CONTROL-BALANCE
           END-READ
           MOVE WS-CONTROL-BALANCE TO WS-OPENING-CONTROL-BALANCE
           CLOSE CONTROL-FILE
           OPEN OUTPUT ARCHIVE-FILE
           OPEN OUTPUT REGISTER-FILE
           SUBTRACT WS-PURGED-COUNT FROM WS-CONTROL-COUNT
           PERFORM WRITE-REGISTER-TOTALS
           PERFORM WRITE-NEW-CONTROL-CARD
           PERFORM WRITE-GL-JOURNAL
           CLOSE CUSTOMER-MASTER
           CLOSE ARCHIVE-FILE
           CLOSE REGISTER-FILE
           DISPLAY "CUSTPRGE - MASTERS READ:    " WS-READ-COUNT
           DISPLAY "CUSTPRGE - PURGED:          " WS-PURGED-COUNT
           DISPLAY "CUSTPRGE - CLOSED RETAINED: " WS-RETAINED-COUNT
           PERFORM WRITE-RUN-STATISTICS
           STOP RUN.

      *> Run-control ledger guard. The purge deletes master records
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
               END-IF
           END-IF.

      *> Run statistics for the morning batch-window report: masters
      *> read, accounts purged to the archive, and the purged balances
      *> as money out, under the cycle date on the RUNCTL ledger. A
      *> run-history dataset that cannot be opened is reported and
      *> the purge still ends normally.
       WRITE-RUN-STATISTICS.
           OPEN OUTPUT RUN-STATISTICS-FILE
           IF WS-RUNSTATS-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RUN-STATISTICS - STATUS: "
                   WS-RUNSTATS-FILE-STATUS
               DISPLAY "*** RUN STATISTICS NOT RECORDED ***"
           ELSE
               MOVE "CUSTPRGE" TO STAT-STEP-NAME
               MOVE "CUSTPRGE" TO STAT-PROGRAM-ID
               MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE
               MOVE WS-RUN-DATE TO STAT-START-DATE
               MOVE WS-RUN-TIME TO STAT-START-TIME
               ACCEPT STAT-END-DATE FROM DATE YYYYMMDD
               ACCEPT STAT-END-TIME FROM TIME
               MOVE WS-READ-COUNT TO STAT-RECORDS-READ
               MOVE WS-PURGED-COUNT TO STAT-RECORDS-WRITTEN
               MOVE 0 TO STAT-RECORDS-REJECTED
               MOVE 0 TO STAT-RECORDS-SUSPENDED
               MOVE 0 TO STAT-MONEY-IN
               MOVE WS-PURGED-BALANCE TO STAT-MONEY-OUT
               MOVE RETURN-CODE TO STAT-RETURN-CODE
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

       SELECT-FOR-PURGE.
           IF CUST-STATUS = "C"
               IF CUST-BALANCE NUMERIC AND CUST-BALANCE = 0
       PURGE-CUSTOMER.
           IF CUST-BALANCE NUMERIC
               SUBTRACT CUST-BALANCE FROM WS-CONTROL-BALANCE
               ADD CUST-BALANCE TO WS-PURGED-BALANCE
           END-IF
           MOVE CUSTOMER-RECORD TO ARC-CUSTOMER-IMAGE
           MOVE WS-RUN-DATE TO ARC-PURGE-DATE
           MOVE WS-CONTROL-BALANCE TO CTLO-TOTAL-BALANCE
           WRITE CONTROL-OUT-RECORD
           CLOSE CONTROL-OUT-FILE.

      *> The GL journal: the purged balances (normally nil, for the
      *> same reason as the hash adjustment), then the trailer with
      *> the hash as read and as rewritten. The job stream appends
      *> it to the GL interface file only when the purge ends
      *> cleanly, in step with CTLUPD.
       WRITE-GL-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE
           MOVE 0 TO WS-GL-DETAIL-COUNT
           PERFORM START-GL-RECORD
           SET GLJ-DETAIL TO TRUE
           MOVE "PRGE" TO GLJ-ACTIVITY-CODE
           MOVE WS-PURGED-COUNT TO GLJ-ITEM-COUNT
           MOVE WS-PURGED-BALANCE TO GLJ-AMOUNT
           MOVE "PURGED BALANCES" TO GLJ-DESCRIPTION
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
           MOVE "CUSTPRGE" TO GLJ-SOURCE-PGM
           MOVE WS-CYCLE-DATE TO GLJ-CYCLE-DATE
           MOVE WS-RUN-TIME (1:6) TO GLJ-RUN-TIME.

       WRITE-GL-DETAIL.
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-GL-DETAIL-COUNT.
