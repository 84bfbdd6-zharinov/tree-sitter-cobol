      *> the debits and credits applied so the nightly balance
      *> proof keeps balancing after the posting; the record count
      *> is carried through unchanged, and the job stream copies
      *> CTLOUT back over CTLCARD. The night's debits and credits
      *> are also handed to the general ledger as a journal on the
      *> GL interface file (copybook GLJRNL), trailed by the hash
      *> before and after, for the CUSTGLJ feed step to prove.
      *> A credit for a written-off account (CUST-STATUS W, balance
      *> taken to zero by the CUSTWOFF write-off run) is a bad-debt
      *> recovery, not an ordinary payment: the receivable it would
      *> have paid is already off the books, so it leaves the
      *> balance, the hash and the posted file alone. It is flagged
      *> RC on the register, totalled on its own line, and journaled
      *> to the ledger under its own activity, which the chart books
      *> as cash against bad-debt recoveries, not receivables.
      *> A debit that would take the account's balance over its
      *> credit limit is not applied. The limit is the account's own
      *> from the customer credit file (copybook CUSTCRED), or the
      *> default for its risk class from the RISKCLS control table
      *> (copybook RISKCLS) - an account with no credit record is in
      *> the standard class. The debit is written instead to the
      *> held-for-approval extract (copybook HELDREC), which the
      *> CUSTHLDL step loads into the held KSDS for a supervisor to
      *> approve or decline on the CAPR transaction; it is flagged on
      *> the register and totalled on its own lines, and touches
      *> neither the balance, the hash nor the ledger. POSTSORT puts
      *> an account's credits ahead of its debits, so the night's
      *> payments count before any debit is judged, and each debit
      *> is judged against the balance as the ones before it left
      *> it. An approved debit comes back through CUSTHREL as type A:
      *> it is applied without the limit test, flagged AD on the
      *> register, and passed to the posted file as an ordinary D.
      *> The run will not start without a usable risk class table.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPOST.

               ORGANIZATION IS SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO "POSTRPT"
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
           SELECT CREDIT-FILE ASSIGN TO "CUSTCRED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRD-ACCOUNT-NO
               FILE STATUS IS WS-CUSTCRED-FILE-STATUS.
           SELECT RISK-CLASS-FILE ASSIGN TO "RISKCLS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RSK-CLASS
               FILE STATUS IS WS-RISKCLS-FILE-STATUS.
           SELECT HELD-FILE ASSIGN TO "HELDNEW"
               ORGANIZATION IS SEQUENTIAL.

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

       FD  CREDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY CUSTCRED.

       FD  RISK-CLASS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY RISKCLS.

      *> Every debit held over its credit limit is written here; the
      *> nightly job loads this file into the held KSDS only when
      *> the posting ends cleanly.
       FD  HELD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY HELDREC.

       WORKING-STORAGE SECTION.
       01  WS-TRAN-COUNT       PIC S9(7) COMP-3   VALUE 0.
       01  WS-APPLIED-COUNT    PIC S9(7) COMP-3   VALUE 0.
       01  WS-SUSPENSE-COUNT   PIC S9(7) COMP-3   VALUE 0.
       01  WS-ACCOUNT-COUNT    PIC S9(7) COMP-3   VALUE 0.
       01  WS-DEBIT-COUNT      PIC S9(7) COMP-3   VALUE 0.
       01  WS-CREDIT-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-DEBIT-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CREDIT-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-RECOVERY-COUNT   PIC S9(7) COMP-3   VALUE 0.
       01  WS-RECOVERY-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EOF-SWITCH       PIC X       VALUE "N".
           88 WS-END-OF-FILE  VALUE "Y".
       01  WS-MASTER-HELD-SW   PIC X       VALUE "N".
       01  WS-OPENING-BALANCE  PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-CONTROL-COUNT    PIC S9(7) COMP-3   VALUE 0.
       01  WS-CONTROL-BALANCE  PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-OPENING-CONTROL-BALANCE PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GL-DETAIL-COUNT  PIC S9(5) COMP-3   VALUE 0.
       01  WS-HOLD-COUNT       PIC S9(7) COMP-3   VALUE 0.
       01  WS-HOLD-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-APPROVED-COUNT   PIC S9(7) COMP-3   VALUE 0.
       01  WS-APPROVED-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-HOLD-SEQUENCE    PIC 9(3)    VALUE 0.
       01  WS-RISK-CLASS       PIC X       VALUE SPACE.
       01  WS-CREDIT-LIMIT     PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-STANDARD-LIMIT   PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-RISK-EOF-SWITCH  PIC X       VALUE "N".
           88 WS-RISK-EOF     VALUE "Y".
       01  WS-RISK-TABLE-SWITCH PIC X      VALUE "Y".
           88 WS-RISK-TABLE-OK VALUE "Y".
       01  WS-STANDARD-CLASS-SWITCH PIC X  VALUE "N".
           88 WS-STANDARD-CLASS-LOADED VALUE "Y".
           COPY RISKTBL.

       01  WS-CUSTMAST-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-TRANFILE-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-CTLCARD-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-RUNCTL-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-OVERRIDE-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-RUNSTATS-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-CUSTCRED-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-RISKCLS-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-RUN-CONTROL-AREA     PIC X(25)   VALUE SPACES.
       01  WS-CYCLE-DATE           PIC X(8)    VALUE SPACES.
       01  WS-POSTED-CYCLE-DATE    PIC X(8)    VALUE SPACES.
       01  WS-LINE-COUNT       PIC 9(3) COMP    VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(3) COMP    VALUE 60.
       01  WS-RUN-DATE         PIC X(8)    VALUE SPACES.
       01  WS-RUN-TIME         PIC X(8)    VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(11)   VALUE "RUN DATE: ".
           05  WS-SUS-REASON       PIC X(25).
           05  FILLER              PIC X(80)   VALUE SPACES.

       01  WS-HOLD-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  WS-HLD-DATE         PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(2)    VALUE "DR".
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WS-HLD-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-HLD-DESC         PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(38)
               VALUE "*** HELD - OVER CREDIT LIMIT, CLASS ".
           05  WS-HLD-CLASS        PIC X.
           05  FILLER              PIC X(8)    VALUE " LIMIT ".
           05  WS-HLD-LIMIT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(8)    VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER          PIC X(28)
               VALUE "*** TRANSACTIONS READ:     ".
           05  FILLER          PIC X(87) VALUE SPACES.

       01  WS-TOTAL-LINE-6.
           05  FILLER          PIC X(28)
               VALUE "*** BAD-DEBT RECOVERIES:   ".
           05  WS-TOT-RECOVERY PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(87) VALUE SPACES.

       01  WS-TOTAL-LINE-7.
           05  FILLER          PIC X(28)
               VALUE "*** ACCOUNTS POSTED:       ".
           05  WS-TOT-ACCOUNTS PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-8.
           05  FILLER          PIC X(28)
               VALUE "*** NEW CONTROL BALANCE:   ".
           05  WS-TOT-CTLBAL   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(82) VALUE SPACES.

       01  WS-TOTAL-LINE-9.
           05  FILLER          PIC X(28)
               VALUE "*** HELD OVER CREDIT LIMIT:".
           05  WS-TOT-HELD     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-10.
           05  FILLER          PIC X(28)
               VALUE "*** TOTAL HELD DEBITS:     ".
           05  WS-TOT-HELD-AMT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(87) VALUE SPACES.

       01  WS-TOTAL-LINE-11.
           05  FILLER          PIC X(28)
               VALUE "*** APPROVED DEBITS POSTED:".
           05  WS-TOT-APPROVED PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CUSTOMER-MASTER - STATUS: "
                   MOVE CTL-RECORD-COUNT TO WS-CONTROL-COUNT
                   MOVE CTL-TOTAL-BALANCE TO WS-CONTROL-BALANCE
           END-READ
           MOVE WS-CONTROL-BALANCE TO WS-OPENING-CONTROL-BALANCE
           CLOSE CONTROL-FILE
           PERFORM LOAD-RISK-CLASS-TABLE
           OPEN INPUT CREDIT-FILE
           IF WS-CUSTCRED-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CREDIT-FILE - STATUS: "
                   WS-CUSTCRED-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-RUN-CONTROL
           PERFORM READ-OVERRIDE-CARD
           PERFORM CHECK-CYCLE-GUARD
           OPEN OUTPUT SUSPENSE-FILE
           OPEN OUTPUT POSTED-FILE
           OPEN OUTPUT REGISTER-FILE
           OPEN OUTPUT HELD-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ TRANSACTION-FILE
                   AT END
               + WS-DEBIT-TOTAL - WS-CREDIT-TOTAL
           PERFORM WRITE-REGISTER-TOTALS
           PERFORM WRITE-NEW-CONTROL-CARD
           PERFORM WRITE-GL-JOURNAL
           CLOSE CUSTOMER-MASTER
           CLOSE TRANSACTION-FILE
           CLOSE SUSPENSE-FILE
           CLOSE POSTED-FILE
           CLOSE REGISTER-FILE
           CLOSE HELD-FILE
           CLOSE CREDIT-FILE
           DISPLAY "CUSTPOST - TRANSACTIONS READ:      " WS-TRAN-COUNT
           DISPLAY "CUSTPOST - TRANSACTIONS APPLIED:   "
               WS-APPLIED-COUNT
           DISPLAY "CUSTPOST - TRANSACTIONS SUSPENDED: "
               WS-SUSPENSE-COUNT
           DISPLAY "CUSTPOST - BAD-DEBT RECOVERIES:    "
               WS-RECOVERY-COUNT
           DISPLAY "CUSTPOST - HELD OVER CREDIT LIMIT: " WS-HOLD-COUNT
           DISPLAY "CUSTPOST - APPROVED DEBITS POSTED: "
               WS-APPROVED-COUNT
           PERFORM STAMP-POST-COMPLETE
           PERFORM WRITE-RUN-STATISTICS
           STOP RUN.

      *> Run-control ledger upkeep. The guard is on the BUSINESS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

      *> One record per run on the shared run-history dataset the
      *> morning batch-window report reads (copybook RUNSTAT), filed
      *> under the business cycle posted. Money in is the debits
      *> applied, money out the credits and recoveries; the debits
      *> held over their credit limit count as suspended. The DD is
      *> DISP=MOD, so the open adds to the end; a history that cannot
      *> be opened costs only the record, never the posting.
       WRITE-RUN-STATISTICS.
           OPEN OUTPUT RUN-STATISTICS-FILE
           IF WS-RUNSTATS-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RUN-STATISTICS - STATUS: "
                   WS-RUNSTATS-FILE-STATUS
               DISPLAY "*** RUN STATISTICS NOT RECORDED ***"
           ELSE
               MOVE "CUSTPOST" TO STAT-STEP-NAME
               MOVE "CUSTPOST" TO STAT-PROGRAM-ID
               MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE
               MOVE WS-RUN-DATE TO STAT-START-DATE
               MOVE WS-RUN-TIME TO STAT-START-TIME
               ACCEPT STAT-END-DATE FROM DATE YYYYMMDD
               ACCEPT STAT-END-TIME FROM TIME
               MOVE WS-TRAN-COUNT TO STAT-RECORDS-READ
               MOVE WS-APPLIED-COUNT TO STAT-RECORDS-WRITTEN
               MOVE 0 TO STAT-RECORDS-REJECTED
               COMPUTE STAT-RECORDS-SUSPENDED =
                   WS-SUSPENSE-COUNT + WS-HOLD-COUNT
               MOVE WS-DEBIT-TOTAL TO STAT-MONEY-IN
               COMPUTE STAT-MONEY-OUT =
                   WS-CREDIT-TOTAL + WS-RECOVERY-TOTAL
               MOVE RETURN-CODE TO STAT-RETURN-CODE
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

       POST-TRANSACTION.
           IF TRAN-ACCOUNT-NO NOT = WS-PRIOR-ACCOUNT-NO
               PERFORM RELEASE-PRIOR-ACCOUNT
                   MOVE "ACCOUNT NOT ON FILE" TO WS-SUS-REASON
                   PERFORM WRITE-SUSPENSE-RECORD
               WHEN NOT TRAN-DEBIT AND NOT TRAN-CREDIT
                       AND NOT TRAN-APPROVED-DEBIT
                   MOVE "INVALID TRANSACTION TYPE" TO WS-SUS-REASON
                   PERFORM WRITE-SUSPENSE-RECORD
               WHEN TRAN-AMOUNT NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO WS-SUS-REASON
                   PERFORM WRITE-SUSPENSE-RECORD
               WHEN TRAN-DEBIT
                       AND CUST-BALANCE + TRAN-AMOUNT > WS-CREDIT-LIMIT
                   PERFORM HOLD-TRANSACTION
               WHEN OTHER
                   PERFORM APPLY-TRANSACTION
           END-EVALUATE.
                       MOVE "Y" TO WS-MASTER-HELD-SW
                       MOVE CUST-BALANCE TO WS-OPENING-BALANCE
                       ADD 1 TO WS-ACCOUNT-COUNT
                       PERFORM READ-CREDIT-FOR-ACCOUNT
                       PERFORM WRITE-OPENING-LINE
                   END-IF
           END-READ.

      *> The written-off test is on the master as read, so every
      *> credit for the account in tonight's run is a recovery. A
      *> recovery does not touch the balance and is not passed to
      *> the posted file: the account stays at zero, and history
      *> and statements show only what moved the balance.
       APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN TRAN-DEBIT
                   ADD TRAN-AMOUNT TO CUST-BALANCE
                   ADD 1 TO WS-DEBIT-COUNT
                   ADD TRAN-AMOUNT TO WS-DEBIT-TOTAL
               WHEN TRAN-APPROVED-DEBIT
                   ADD TRAN-AMOUNT TO CUST-BALANCE
                   ADD 1 TO WS-DEBIT-COUNT
                   ADD TRAN-AMOUNT TO WS-DEBIT-TOTAL
                   ADD 1 TO WS-APPROVED-COUNT
                   ADD TRAN-AMOUNT TO WS-APPROVED-TOTAL
               WHEN CUST-STATUS = "W"
                   ADD 1 TO WS-RECOVERY-COUNT
                   ADD TRAN-AMOUNT TO WS-RECOVERY-TOTAL
               WHEN OTHER
                   SUBTRACT TRAN-AMOUNT FROM CUST-BALANCE
                   ADD 1 TO WS-CREDIT-COUNT
                   ADD TRAN-AMOUNT TO WS-CREDIT-TOTAL
           END-EVALUATE
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM WRITE-TRAN-LINE
           IF TRAN-APPROVED-DEBIT
               SET TRAN-DEBIT TO TRUE
           END-IF
           IF TRAN-DEBIT OR CUST-STATUS NOT = "W"
               WRITE POSTED-RECORD FROM TRANSACTION-RECORD
           END-IF.

      *> The held item carries the transaction as read, with the
      *> account's class, limit and balance as they stood when it
      *> was held, so the supervisor sees what the run saw.
       HOLD-TRANSACTION.
           MOVE SPACES TO HELD-TRANSACTION-RECORD
           ADD 1 TO WS-HOLD-SEQUENCE
           MOVE TRAN-ACCOUNT-NO TO HLD-ACCOUNT-NO
           MOVE WS-CYCLE-DATE TO HLD-HELD-CYCLE
           MOVE WS-HOLD-SEQUENCE TO HLD-SEQUENCE
           MOVE TRANSACTION-RECORD TO HLD-TRAN-IMAGE
           MOVE WS-RISK-CLASS TO HLD-RISK-CLASS
           MOVE WS-CREDIT-LIMIT TO HLD-CREDIT-LIMIT
           MOVE CUST-BALANCE TO HLD-BALANCE-AT-HOLD
           SET HLD-PENDING TO TRUE
           WRITE HELD-TRANSACTION-RECORD
           ADD 1 TO WS-HOLD-COUNT
           ADD TRAN-AMOUNT TO WS-HOLD-TOTAL
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REGISTER-HEADING
           END-IF
           MOVE TRAN-DATE TO WS-HLD-DATE
           MOVE TRAN-AMOUNT TO WS-HLD-AMOUNT
           MOVE TRAN-DESCRIPTION TO WS-HLD-DESC
           MOVE WS-RISK-CLASS TO WS-HLD-CLASS
           MOVE WS-CREDIT-LIMIT TO WS-HLD-LIMIT
           WRITE REGISTER-LINE FROM WS-HOLD-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *> The account's effective credit limit for the night: its own
      *> limit when it has one, otherwise its class default. An
      *> account with no credit record is in the standard class; a
      *> class no longer in the table, or an own limit that is not
      *> numeric, falls back to the standard class default.
       READ-CREDIT-FOR-ACCOUNT.
           MOVE 0 TO WS-HOLD-SEQUENCE
           MOVE TRAN-ACCOUNT-NO TO CRD-ACCOUNT-NO
           READ CREDIT-FILE
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-CREDIT-RECORD
                   SET CRD-STANDARD-CLASS TO TRUE
                   SET CRD-CLASS-LIMIT TO TRUE
           END-READ
           MOVE CRD-RISK-CLASS TO WS-RISK-CLASS
           IF CRD-ACCOUNT-LIMIT AND CRD-CREDIT-LIMIT NUMERIC
               MOVE CRD-CREDIT-LIMIT TO WS-CREDIT-LIMIT
           ELSE
               PERFORM FIND-RISK-CLASS
               IF RKT-CLASS-FOUND
                   MOVE RKT-DEFAULT-LIMIT (RKT-IDX) TO WS-CREDIT-LIMIT
               ELSE
                   MOVE WS-STANDARD-LIMIT TO WS-CREDIT-LIMIT
               END-IF
           END-IF.

       FIND-RISK-CLASS.
           MOVE "N" TO RKT-CLASS-SWITCH
           SET RKT-IDX TO 1
           SEARCH RKT-ENTRY
               AT END
                   CONTINUE
               WHEN RKT-CLASS (RKT-IDX) = WS-RISK-CLASS
                   SET RKT-CLASS-FOUND TO TRUE
           END-SEARCH.

      *> The whole RISKCLS control file, in class order. A file that
      *> cannot be opened, holds a limit that is not numeric, has
      *> more classes than the table holds or has no standard class
      *> stops the run before anything is posted.
       LOAD-RISK-CLASS-TABLE.
           OPEN INPUT RISK-CLASS-FILE
           IF WS-RISKCLS-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RISK-CLASS-FILE - STATUS: "
                   WS-RISKCLS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-RISK-EOF
               READ RISK-CLASS-FILE
                   AT END
                       SET WS-RISK-EOF TO TRUE
                   NOT AT END
                       PERFORM ADD-RISK-CLASS-ENTRY
               END-READ
           END-PERFORM
           CLOSE RISK-CLASS-FILE
           IF NOT WS-STANDARD-CLASS-LOADED
               DISPLAY "*** NO STANDARD CLASS ON RISK-CLASS-FILE ***"
               MOVE "N" TO WS-RISK-TABLE-SWITCH
           END-IF
           IF NOT WS-RISK-TABLE-OK
               DISPLAY "*** RISK CLASS TABLE NOT LOADED - RUN ABORTED **
      -            "*"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ADD-RISK-CLASS-ENTRY.
           IF RKT-ENTRY-COUNT >= RKT-MAX-ENTRIES
               DISPLAY "*** MORE THAN 36 CLASSES ON RISK-CLASS-FILE ***"
               MOVE "N" TO WS-RISK-TABLE-SWITCH
               SET WS-RISK-EOF TO TRUE
           ELSE
               IF RSK-DEFAULT-LIMIT NOT NUMERIC
                   DISPLAY "*** DEFAULT LIMIT NOT NUMERIC - CLASS: "
                       RSK-CLASS
                   MOVE "N" TO WS-RISK-TABLE-SWITCH
               ELSE
                   ADD 1 TO RKT-ENTRY-COUNT
                   MOVE RSK-CLASS TO RKT-CLASS (RKT-ENTRY-COUNT)
                   MOVE RSK-DESCRIPTION
                       TO RKT-DESCRIPTION (RKT-ENTRY-COUNT)
                   MOVE RSK-DEFAULT-LIMIT
                       TO RKT-DEFAULT-LIMIT (RKT-ENTRY-COUNT)
                   IF RSK-STANDARD-CLASS
                       SET WS-STANDARD-CLASS-LOADED TO TRUE
                       MOVE RSK-DEFAULT-LIMIT TO WS-STANDARD-LIMIT
                   END-IF
               END-IF
           END-IF.

       RELEASE-PRIOR-ACCOUNT.
           IF WS-MASTER-HELD
               PERFORM WRITE-REGISTER-HEADING
           END-IF
           MOVE TRAN-DATE TO WS-TRN-DATE
           EVALUATE TRUE
               WHEN TRAN-DEBIT
                   MOVE "DR" TO WS-TRN-TYPE
               WHEN TRAN-APPROVED-DEBIT
                   MOVE "AD" TO WS-TRN-TYPE
               WHEN CUST-STATUS = "W"
                   MOVE "RC" TO WS-TRN-TYPE
               WHEN OTHER
                   MOVE "CR" TO WS-TRN-TYPE
           END-EVALUATE
           MOVE TRAN-AMOUNT TO WS-TRN-AMOUNT
           MOVE TRAN-DESCRIPTION TO WS-TRN-DESC
           WRITE REGISTER-LINE FROM WS-TRAN-LINE
           MOVE WS-SUSPENSE-COUNT TO WS-TOT-SUSPENSE
           MOVE WS-DEBIT-TOTAL TO WS-TOT-DEBITS
           MOVE WS-CREDIT-TOTAL TO WS-TOT-CREDITS
           MOVE WS-RECOVERY-TOTAL TO WS-TOT-RECOVERY
           MOVE WS-ACCOUNT-COUNT TO WS-TOT-ACCOUNTS
           MOVE WS-CONTROL-BALANCE TO WS-TOT-CTLBAL
           MOVE WS-HOLD-COUNT TO WS-TOT-HELD
           MOVE WS-HOLD-TOTAL TO WS-TOT-HELD-AMT
           MOVE WS-APPROVED-COUNT TO WS-TOT-APPROVED
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-2
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-6
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-7
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-8
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-9
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-10
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-11
               AFTER ADVANCING 1 LINE.

      *> Suspended and held transactions never touched a balance,
      *> so only the applied debits and credits adjust the hash; the
      *> record count passes through untouched - posting neither
      *> adds nor removes a master record.
       WRITE-NEW-CONTROL-CARD.
           OPEN OUTPUT CONTROL-OUT-FILE
           MOVE WS-CONTROL-COUNT TO CTLO-RECORD-COUNT
           MOVE WS-CONTROL-BALANCE TO CTLO-TOTAL-BALANCE
           WRITE CONTROL-OUT-RECORD
           CLOSE CONTROL-OUT-FILE.

      *> The GL journal: one detail per activity type, then the
      *> trailer with the hash as read and as rewritten so CUSTGLJ
      *> can prove the journal moves receivables by exactly what
      *> the posting moved the hash. The job stream appends it to
      *> the GL interface file only when the posting ends cleanly,
      *> in step with CTLUPD.
       WRITE-GL-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE
           MOVE 0 TO WS-GL-DETAIL-COUNT
           PERFORM START-GL-RECORD
           SET GLJ-DETAIL TO TRUE
           MOVE "PDBT" TO GLJ-ACTIVITY-CODE
           MOVE WS-DEBIT-COUNT TO GLJ-ITEM-COUNT
           MOVE WS-DEBIT-TOTAL TO GLJ-AMOUNT
           MOVE "POSTED DEBITS" TO GLJ-DESCRIPTION
           PERFORM WRITE-GL-DETAIL
           PERFORM START-GL-RECORD
           SET GLJ-DETAIL TO TRUE
           MOVE "PCRD" TO GLJ-ACTIVITY-CODE
           MOVE WS-CREDIT-COUNT TO GLJ-ITEM-COUNT
           MOVE WS-CREDIT-TOTAL TO GLJ-AMOUNT
           MOVE "POSTED CREDITS" TO GLJ-DESCRIPTION
           PERFORM WRITE-GL-DETAIL
           PERFORM START-GL-RECORD
           SET GLJ-DETAIL TO TRUE
           MOVE "RCOV" TO GLJ-ACTIVITY-CODE
           MOVE WS-RECOVERY-COUNT TO GLJ-ITEM-COUNT
           MOVE WS-RECOVERY-TOTAL TO GLJ-AMOUNT
           MOVE "BAD DEBT RECOVERIES" TO GLJ-DESCRIPTION
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
           MOVE "CUSTPOST" TO GLJ-SOURCE-PGM
           MOVE WS-CYCLE-DATE TO GLJ-CYCLE-DATE
           MOVE WS-RUN-TIME (1:6) TO GLJ-RUN-TIME.

       WRITE-GL-DETAIL.
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-GL-DETAIL-COUNT.
