      *> credit (negative) balances. CUST-BALANCE is updated in
      *> place and every assessment prints on a register with totals
      *> by charge type that accounting books as the month's journal
      *> entry. Accounts whose CUST-STATUS is C (closed) or W
      *> (written off as bad debt) or appears in the card's waiver
      *> status list are skipped, as are accounts whose balance is
      *> not numeric. The register's reconciliation block proves
      *> net service charges less interest equals the change in
      *> the file's total balance.
      *> The CTLCARD balance hash is rewritten plus that same net
      *> so the nightly balance proof keeps balancing after the
      *> assessment; the job stream copies CTLOUT back over
      *> CTLCARD. The charge and interest totals are handed to the
      *> general ledger as a journal on the GL interface file
      *> (copybook GLJRNL), trailed by the hash before and after.
      *> Each completed run appends its statistics record (copybook
      *> RUNSTAT) to the shared run-history dataset.
      *>
      *> RATECARD layout (cols):  1-11 threshold balance 9(9)V99
      *>                         12-18 service charge    9(5)V99
               ORGANIZATION IS SEQUENTIAL.
           SELECT ASSESS-TRAN-FILE ASSIGN TO "ASMTTRAN"
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
           RECORD CONTAINS 47 CHARACTERS.
           COPY TRANREC.

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
       01  WS-CHARGED-COUNT    PIC S9(7) COMP-3   VALUE 0.
       01  WS-INTEREST-COUNT   PIC S9(7) COMP-3   VALUE 0.
       01  WS-WAIVED-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-CLOSED-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-WRITTEN-OFF-COUNT PIC S9(7) COMP-3  VALUE 0.
       01  WS-BYPASS-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-CHARGE-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-INTEREST-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-CONTROL-COUNT    PIC S9(7) COMP-3   VALUE 0.
       01  WS-CONTROL-BALANCE  PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-OPENING-CONTROL-BALANCE PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GL-DETAIL-COUNT  PIC S9(5) COMP-3   VALUE 0.

       01  WS-CUSTMAST-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-RATECARD-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-CTLCARD-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-RUNCTL-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-OVERRIDE-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-RUNSTATS-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-CYCLE-DATE           PIC X(8)    VALUE SPACES.
       01  WS-RUN-CONTROL-AREA     PIC X(25)   VALUE SPACES.
       01  WS-LAST-ASMT-MONTH      PIC X(6)    VALUE SPACES.
       01  WS-RUN-MONTH            PIC X(6)    VALUE SPACES.
       01  WS-LINE-COUNT       PIC 9(3) COMP    VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(3) COMP    VALUE 60.
       01  WS-RUN-DATE         PIC X(8)    VALUE SPACES.
       01  WS-RUN-TIME         PIC X(8)    VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(11)   VALUE "RUN DATE: ".
           05  FILLER          PIC X(95) VALUE SPACES.

       01  WS-TOTAL-LINE-5.
           05  FILLER          PIC X(30)
               VALUE "*** WRITTEN-OFF SKIPPED:     ".
           05  WS-TOT-WRITTEN-OFF PIC ZZZ,ZZ9.
           05  FILLER          PIC X(95) VALUE SPACES.

       01  WS-TOTAL-LINE-6.
           05  FILLER          PIC X(30)
               VALUE "*** BYPASSED NON-NUMERIC:    ".
           05  WS-TOT-BYPASS   PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE (1:6) TO WS-RUN-MONTH
           PERFORM READ-RUN-CONTROL
           PERFORM READ-OVERRIDE-CARD
                   MOVE CTL-RECORD-COUNT TO WS-CONTROL-COUNT
                   MOVE CTL-TOTAL-BALANCE TO WS-CONTROL-BALANCE
           END-READ
           MOVE WS-CONTROL-BALANCE TO WS-OPENING-CONTROL-BALANCE
           CLOSE CONTROL-FILE
           OPEN OUTPUT REGISTER-FILE
           OPEN OUTPUT ASSESS-TRAN-FILE
           END-PERFORM
           PERFORM WRITE-REGISTER-TOTALS
           PERFORM WRITE-NEW-CONTROL-CARD
           PERFORM WRITE-GL-JOURNAL
           CLOSE CUSTOMER-MASTER
           CLOSE REGISTER-FILE
           CLOSE ASSESS-TRAN-FILE
           DISPLAY "CUSTASMT - INTEREST PAID:   " WS-INTEREST-COUNT
           DISPLAY "CUSTASMT - WAIVED:          " WS-WAIVED-COUNT
           PERFORM STAMP-ASMT-COMPLETE
           PERFORM WRITE-RUN-STATISTICS
           STOP RUN.

      *> Run-control ledger upkeep. The guard refuses to assess a
           END-READ
           MOVE RUN-CONTROL-RECORD TO WS-RUN-CONTROL-AREA
           MOVE RUN-ASMT-MONTH TO WS-LAST-ASMT-MONTH
           IF RUN-CYCLE-DATE NOT = SPACES
               MOVE RUN-CYCLE-DATE TO WS-CYCLE-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-CYCLE-DATE
           END-IF
           CLOSE RUN-CONTROL-FILE.

       READ-OVERRIDE-CARD.
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

      *> Run statistics for the morning batch-window report: masters
      *> read, service charges and interest credits written, the
      *> charges as money in and the interest as money out, under the
      *> cycle date on the RUNCTL ledger. A run-history dataset that
      *> cannot be opened is reported and the run still ends normally.
       WRITE-RUN-STATISTICS.
           OPEN OUTPUT RUN-STATISTICS-FILE
           IF WS-RUNSTATS-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RUN-STATISTICS - STATUS: "
                   WS-RUNSTATS-FILE-STATUS
               DISPLAY "*** RUN STATISTICS NOT RECORDED ***"
           ELSE
               MOVE "CUSTASMT" TO STAT-STEP-NAME
               MOVE "CUSTASMT" TO STAT-PROGRAM-ID
               MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE
               MOVE WS-RUN-DATE TO STAT-START-DATE
               MOVE WS-RUN-TIME TO STAT-START-TIME
               ACCEPT STAT-END-DATE FROM DATE YYYYMMDD
               ACCEPT STAT-END-TIME FROM TIME
               MOVE WS-READ-COUNT TO STAT-RECORDS-READ
               COMPUTE STAT-RECORDS-WRITTEN =
                   WS-CHARGED-COUNT + WS-INTEREST-COUNT
               MOVE 0 TO STAT-RECORDS-REJECTED
               MOVE 0 TO STAT-RECORDS-SUSPENDED
               MOVE WS-CHARGE-TOTAL TO STAT-MONEY-IN
               MOVE WS-INTEREST-TOTAL TO STAT-MONEY-OUT
               MOVE RETURN-CODE TO STAT-RETURN-CODE
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

       LOAD-RATE-CARD.
           OPEN INPUT RATE-FILE
           IF WS-RATECARD-FILE-STATUS NOT = "00"
               EVALUATE TRUE
                   WHEN CUST-STATUS = "C"
                       ADD 1 TO WS-CLOSED-COUNT
                   WHEN CUST-STATUS = "W"
                       ADD 1 TO WS-WRITTEN-OFF-COUNT
                   WHEN WS-WAIVED
                       ADD 1 TO WS-WAIVED-COUNT
                   WHEN CUST-BALANCE > 0
           MOVE WS-INTEREST-TOTAL TO WS-TOT-INT-AMT
           MOVE WS-WAIVED-COUNT TO WS-TOT-WAIVED
           MOVE WS-CLOSED-COUNT TO WS-TOT-CLOSED
           MOVE WS-WRITTEN-OFF-COUNT TO WS-TOT-WRITTEN-OFF
           MOVE WS-BYPASS-COUNT TO WS-TOT-BYPASS
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-6
               AFTER ADVANCING 1 LINE
           COMPUTE WS-NET-CHANGE =
               WS-BAL-AFTER-TOTAL - WS-BAL-BEFORE-TOTAL
           COMPUTE WS-NET-ASSESSED =
           MOVE WS-CONTROL-BALANCE TO CTLO-TOTAL-BALANCE
           WRITE CONTROL-OUT-RECORD
           CLOSE CONTROL-OUT-FILE.

      *> The GL journal: one detail per charge type, then the
      *> trailer with the hash as read and as rewritten so CUSTGLJ
      *> can prove the journal moves receivables by exactly the
      *> net assessed. The job stream appends it to the GL
      *> interface file only when the assessment ends cleanly, in
      *> step with CTLUPD.
       WRITE-GL-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE
           MOVE 0 TO WS-GL-DETAIL-COUNT
           PERFORM START-GL-RECORD
           SET GLJ-DETAIL TO TRUE
           MOVE "SCHG" TO GLJ-ACTIVITY-CODE
           MOVE WS-CHARGED-COUNT TO GLJ-ITEM-COUNT
           MOVE WS-CHARGE-TOTAL TO GLJ-AMOUNT
           MOVE "SERVICE CHARGES" TO GLJ-DESCRIPTION
           PERFORM WRITE-GL-DETAIL
           PERFORM START-GL-RECORD
           SET GLJ-DETAIL TO TRUE
           MOVE "INTR" TO GLJ-ACTIVITY-CODE
           MOVE WS-INTEREST-COUNT TO GLJ-ITEM-COUNT
           MOVE WS-INTEREST-TOTAL TO GLJ-AMOUNT
           MOVE "INTEREST CREDITED" TO GLJ-DESCRIPTION
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
           MOVE "CUSTASMT" TO GLJ-SOURCE-PGM
           MOVE WS-CYCLE-DATE TO GLJ-CYCLE-DATE
           MOVE WS-RUN-TIME (1:6) TO GLJ-RUN-TIME.

       WRITE-GL-DETAIL.
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-GL-DETAIL-COUNT.
