      *> records, and the balance hash for every balance the
      *> recycle brings onto or changes on the master, so the
      *> nightly control-total reconciliation keeps balancing; the
      *> job stream copies CTLOUT back over CTLCARD. The balances
      *> added and the net of the balance corrections are handed to
      *> the general ledger as a journal on the GL interface file
      *> (copybook GLJRNL), trailed by the hash before and after.
      *> An add normally means a clerk corrected a bad account number,
      *> so the register flags each one - the record that rejected
      *> under the old key is still on the master and must be reviewed
      *> and merged into the corrected account with the MRGECUST
      *> renumber/merge run. Each record still rejected is printed with
      *> its error code and the reason in words, so the clerk can see
      *> what to correct next. Each completed recycle appends its
      *> statistics record (copybook RUNSTAT) to the shared
      *> run-history dataset.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRCYC.

               ORGANIZATION IS SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO "RCYCRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "OVERRIDE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-FILE-STATUS.
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

       FD  STATE-ZIP-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY STZIPREF.

       FD  RUN-STATISTICS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       01  WS-READ-COUNT       PIC S9(7) COMP-3   VALUE 0.
       01  WS-UPDATED-COUNT    PIC S9(7) COMP-3   VALUE 0.
       01  WS-REJECTED-COUNT   PIC S9(7) COMP-3   VALUE 0.
       01  WS-CONTROL-COUNT    PIC S9(7) COMP-3   VALUE 0.
       01  WS-CONTROL-BALANCE  PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-OPENING-CONTROL-BALANCE PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-ADDED-BALANCE    PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CORRECTION-NET   PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GL-DETAIL-COUNT  PIC S9(5) COMP-3   VALUE 0.
       01  WS-EOF-SWITCH       PIC X       VALUE "N".
           88 WS-END-OF-FILE  VALUE "Y".
       01  WS-EDIT-ERROR-CODE  PIC X(4)    VALUE SPACES.
           COPY STZIPTBL.

       01  WS-CUSTMAST-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-REJECTIN-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-CTLCARD-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-RUNCTL-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-OVERRIDE-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-STATEZIP-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-RUNSTATS-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-CYCLE-DATE           PIC X(8)    VALUE SPACES.
       01  WS-STATEZIP-EOF-SWITCH  PIC X       VALUE "N".
           88 WS-STATEZIP-EOF     VALUE "Y".
       01  WS-STATEZIP-VALID-SWITCH PIC X      VALUE "Y".
           88 WS-STATEZIP-VALID   VALUE "Y".
       01  WS-STATEZIP-RANGE-SUB   PIC 9(2) COMP VALUE 0.
       01  WS-EDIT-STATUS-BYTE     PIC X       VALUE SPACE.
       01  WS-OVERRIDE-SW          PIC X       VALUE "N".
           88 WS-OVERRIDE         VALUE "Y".
       01  WS-LINE-COUNT       PIC 9(3) COMP    VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(3) COMP    VALUE 60.
       01  WS-RUN-DATE         PIC X(8)    VALUE SPACES.
       01  WS-RUN-TIME         PIC X(8)    VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(11)   VALUE "RUN DATE: ".
           05  FILLER              PIC X(10)   VALUE "ACCOUNT  ".
           05  FILLER              PIC X(32)   VALUE "CUSTOMER NAME".
           05  FILLER              PIC X(16)   VALUE "DISPOSITION".
           05  FILLER              PIC X(6)    VALUE "CODE".
           05  FILLER              PIC X(26)   VALUE "REASON".
           05  FILLER              PIC X(42)   VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-ACCOUNT      PIC X(7).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-DISPOSITION  PIC X(16).
           05  WS-DTL-ERROR-CODE   PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-REASON       PIC X(26).
           05  FILLER              PIC X(42)   VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER          PIC X(28)
       01  WS-ADD-WARNING-LINE.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  FILLER          PIC X(74)
               VALUE "*** ADDED UNDER CORRECTED KEY - MERGE OLD KEY RECO
      -        "RD INTO IT VIA MRGECUST".
           05  FILLER          PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM READ-RUN-CONTROL
           PERFORM READ-OVERRIDE-CARD
           PERFORM CHECK-CYCLE-GUARD
           PERFORM LOAD-STATE-ZIP-TABLE
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CUSTOMER-MASTER - STATUS: "
                   MOVE CTL-RECORD-COUNT TO WS-CONTROL-COUNT
                   MOVE CTL-TOTAL-BALANCE TO WS-CONTROL-BALANCE
           END-READ
           MOVE WS-CONTROL-BALANCE TO WS-OPENING-CONTROL-BALANCE
           CLOSE CONTROL-FILE
           OPEN OUTPUT CUSTOMER-REJECTS
           OPEN OUTPUT REGISTER-FILE
           ADD WS-ADDED-COUNT TO WS-CONTROL-COUNT
           PERFORM WRITE-REGISTER-TOTALS
           PERFORM WRITE-NEW-CONTROL-CARD
           PERFORM WRITE-GL-JOURNAL
           CLOSE CUSTOMER-MASTER
           CLOSE REJECT-INPUT
           CLOSE CUSTOMER-REJECTS
           DISPLAY "CUSTRCYC - MASTERS UPDATED: " WS-UPDATED-COUNT
           DISPLAY "CUSTRCYC - MASTERS ADDED:   " WS-ADDED-COUNT
           DISPLAY "CUSTRCYC - STILL REJECTED:  " WS-REJECTED-COUNT
           PERFORM WRITE-RUN-STATISTICS
           STOP RUN.

      *> Run-control ledger guard. The recycle rewrites and adds
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

      *> Run statistics for the morning batch-window report: rejects
      *> read, masters updated or added, records still rejected, the
      *> balances added as money in and the net of the balance
      *> corrections as money out, under the cycle date on the RUNCTL
      *> ledger. A run-history dataset that cannot be opened is
      *> reported and the recycle still ends normally.
       WRITE-RUN-STATISTICS.
           OPEN OUTPUT RUN-STATISTICS-FILE
           IF WS-RUNSTATS-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RUN-STATISTICS - STATUS: "
                   WS-RUNSTATS-FILE-STATUS
               DISPLAY "*** RUN STATISTICS NOT RECORDED ***"
           ELSE
               MOVE "CUSTRCYC" TO STAT-STEP-NAME
               MOVE "CUSTRCYC" TO STAT-PROGRAM-ID
               MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE
               MOVE WS-RUN-DATE TO STAT-START-DATE
               MOVE WS-RUN-TIME TO STAT-START-TIME
               ACCEPT STAT-END-DATE FROM DATE YYYYMMDD
               ACCEPT STAT-END-TIME FROM TIME
               MOVE WS-READ-COUNT TO STAT-RECORDS-READ
               COMPUTE STAT-RECORDS-WRITTEN =
                   WS-UPDATED-COUNT + WS-ADDED-COUNT
               MOVE WS-REJECTED-COUNT TO STAT-RECORDS-REJECTED
               MOVE 0 TO STAT-RECORDS-SUSPENDED
               MOVE WS-ADDED-BALANCE TO STAT-MONEY-IN
               MOVE WS-CORRECTION-NET TO STAT-MONEY-OUT
               MOVE RETURN-CODE TO STAT-RETURN-CODE
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

      *> The address edits in EDITCUST check CUST-STATE and CUST-ZIP
      *> against the state/ZIP reference file, held in storage for
      *> the run and loaded before the master is opened: a reference
      *> file that cannot be opened, is empty, overflows the table
      *> or holds a record with bad ranges would send every
      *> corrected record straight back into the correction cycle,
      *> so the recycle is refused instead.
       COPY STZIPLD.

       RECYCLE-REJECT-RECORD.
           MOVE REJ-CUSTOMER-IMAGE TO CUSTOMER-RECORD
           PERFORM EDIT-CUSTOMER-RECORD
                           STOP RUN
                   END-WRITE
                   ADD CUST-BALANCE TO WS-CONTROL-BALANCE
                   ADD CUST-BALANCE TO WS-ADDED-BALANCE
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE "ADDED" TO WS-DTL-DISPOSITION
                   PERFORM WRITE-DETAIL-LINE
               NOT INVALID KEY
                   IF CUST-BALANCE NUMERIC
                       SUBTRACT CUST-BALANCE FROM WS-CONTROL-BALANCE
                       SUBTRACT CUST-BALANCE FROM WS-CORRECTION-NET
                   END-IF
                   MOVE REJ-CUSTOMER-IMAGE TO CUSTOMER-RECORD
                   ADD CUST-BALANCE TO WS-CONTROL-BALANCE
                   ADD CUST-BALANCE TO WS-CORRECTION-NET
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY "*** REWRITE FAILED - ACCOUNT: "
           MOVE REJ-ACCOUNT-NO TO WS-DTL-ACCOUNT
           MOVE REJ-NAME TO WS-DTL-NAME
           MOVE WS-EDIT-ERROR-CODE TO WS-DTL-ERROR-CODE
           EVALUATE WS-EDIT-ERROR-CODE
               WHEN "E001"
                   MOVE "NAME BLANK" TO WS-DTL-REASON
               WHEN "E002"
                   MOVE "ACCOUNT NOT NUMERIC" TO WS-DTL-REASON
               WHEN "E003"
                   MOVE "CITY BLANK" TO WS-DTL-REASON
               WHEN "E004"
                   MOVE "BALANCE NOT NUMERIC" TO WS-DTL-REASON
               WHEN "E005"
                   MOVE "STATE NOT ON FILE" TO WS-DTL-REASON
               WHEN "E006"
                   MOVE "ZIP NOT 5 OR 9 DIGITS" TO WS-DTL-REASON
               WHEN "E007"
                   MOVE "ZIP NOT IN STATE" TO WS-DTL-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-DTL-REASON
           END-EVALUATE
           WRITE REGISTER-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.
      *> An added record almost always means the clerk corrected
      *> the account number itself, so the record that rejected
      *> under the old key is still on the master and will
      *> re-reject every night until it is merged into the new one.
       WRITE-ADD-WARNING-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REGISTER-HEADING
           MOVE WS-CONTROL-BALANCE TO CTLO-TOTAL-BALANCE
           WRITE CONTROL-OUT-RECORD
           CLOSE CONTROL-OUT-FILE.

      *> The GL journal: balances the adds brought onto the master
      *> and the net of the balance corrections on updates (either
      *> may be negative), then the trailer with the hash as read
      *> and as rewritten. The job stream appends it to the GL
      *> interface file only when the recycle ends cleanly, in step
      *> with CTLUPD.
       WRITE-GL-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE
           MOVE 0 TO WS-GL-DETAIL-COUNT
           PERFORM START-GL-RECORD
           SET GLJ-DETAIL TO TRUE
           MOVE "RCYA" TO GLJ-ACTIVITY-CODE
           MOVE WS-ADDED-COUNT TO GLJ-ITEM-COUNT
           MOVE WS-ADDED-BALANCE TO GLJ-AMOUNT
           MOVE "RECYCLE ADDS" TO GLJ-DESCRIPTION
           PERFORM WRITE-GL-DETAIL
           PERFORM START-GL-RECORD
           SET GLJ-DETAIL TO TRUE
           MOVE "RCYU" TO GLJ-ACTIVITY-CODE
           MOVE WS-UPDATED-COUNT TO GLJ-ITEM-COUNT
           MOVE WS-CORRECTION-NET TO GLJ-AMOUNT
           MOVE "RECYCLE CORRECTIONS" TO GLJ-DESCRIPTION
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
           MOVE "CUSTRCYC" TO GLJ-SOURCE-PGM
           MOVE WS-CYCLE-DATE TO GLJ-CYCLE-DATE
           MOVE WS-RUN-TIME (1:6) TO GLJ-RUN-TIME.

       WRITE-GL-DETAIL.
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-GL-DETAIL-COUNT.
