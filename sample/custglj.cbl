      *> CUSTGLJ - General ledger journal proof and feed
      *> Reads the GL journal interface file every money-moving step
      *> appends its journal to (copybook GLJRNL - CUSTPOST, CUSTASMT,
      *> CUSTPRGE, CUSTRCYC, CUSTREIN, CUSTNACT, CUSTWOFF and CUSTRFND
      *> each write one journal per run) and turns it into the file the
      *> general ledger loads, so accounting no longer re-keys the
      *> printed register totals. Each activity code is mapped to a
      *> debit and a credit GL account from the GLCHART chart of
      *> accounts, which accounting maintains; a negative amount
      *> reverses the two. Every journal is proved before anything is
      *> released: each activity must be on the chart, the trailer's
      *> detail count must match the details read, the debits must equal
      *> the credits, and the net the journal moves the receivables
      *> control account must equal the movement of the CTLCARD balance
      *> hash the trailer carries (closing less opening). The journal
      *> proof report lists every journal and its activities with the
      *> outcome. If any journal fails, the feed is stopped - no GL load
      *> file is written at all, so nothing half-posts to the ledger -
      *> and the run ends RC 16 with the interface left intact for
      *> correction and resubmission. Only a clean proof reads the
      *> interface a second time to write the load file: a header, one
      *> debit and one credit entry per non-zero activity, and a trailer
      *> with the entry count and the debit and credit totals the GL
      *> balances the load against. A run statistics record
      *> (copybook RUNSTAT) goes to the shared run history for the
      *> morning batch-window report, failed proofs included.
      *>
      *> GLCHART layout (cols):  1-4  activity code
      *>                         5-14 debit GL account
      *>                        15-24 credit GL account
      *>                        25-54 description
      *> GLCTL layout (cols):    1-10 receivables control account
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTGLJ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "JRNLIFC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNLIFC-FILE-STATUS.
           SELECT CHART-FILE ASSIGN TO "GLCHART"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLCHART-FILE-STATUS.
           SELECT GL-CONTROL-FILE ASSIGN TO "GLCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLCTL-FILE-STATUS.
           SELECT GL-LOAD-FILE ASSIGN TO "GLLOAD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "GLPROOF"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT RUN-STATISTICS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLJRNL.

       FD  CHART-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CHART-CARD.
           05  CHC-ACTIVITY-CODE       PIC X(4).
           05  CHC-DEBIT-ACCOUNT       PIC X(10).
           05  CHC-CREDIT-ACCOUNT      PIC X(10).
           05  CHC-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(26).

       FD  GL-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-CONTROL-CARD.
           05  GLC-RECEIVABLE-ACCOUNT  PIC X(10).
           05  FILLER                  PIC X(70).

      *> The load file layout is the one agreed with the GL team:
      *> HDR with the feed date, one DTL per ledger entry, and a
      *> TRL with the entry count and the debit and credit totals.
       FD  GL-LOAD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-LOAD-RECORD.
           05  GLL-RECORD-TYPE         PIC X(3).
           05  GLL-DATA                PIC X(77).
           05  GLL-HEADER-DATA REDEFINES GLL-DATA.
               10  GLL-FEED-DATE       PIC X(8).
               10  FILLER              PIC X(69).
           05  GLL-DETAIL-DATA REDEFINES GLL-DATA.
               10  GLL-SOURCE-PGM      PIC X(8).
               10  GLL-CYCLE-DATE      PIC X(8).
               10  GLL-RUN-TIME        PIC X(6).
               10  GLL-ACCOUNT         PIC X(10).
               10  GLL-DR-CR           PIC X.
               10  GLL-AMOUNT          PIC 9(13)V99.
               10  GLL-ACTIVITY-CODE   PIC X(4).
               10  GLL-DESCRIPTION     PIC X(24).
               10  FILLER              PIC X.
           05  GLL-TRAILER-DATA REDEFINES GLL-DATA.
               10  GLL-ENTRY-COUNT     PIC 9(7).
               10  GLL-DEBIT-TOTAL     PIC 9(13)V99.
               10  GLL-CREDIT-TOTAL    PIC 9(13)V99.
               10  FILLER              PIC X(40).

       FD  REPORT-FILE
           LABEL RECORDS OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                 PIC X(132).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS.
           COPY RUNCTL.

       FD  RUN-STATISTICS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       01  WS-RECORD-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-JOURNAL-COUNT    PIC S9(7) COMP-3   VALUE 0.
       01  WS-BALANCED-COUNT   PIC S9(7) COMP-3   VALUE 0.
       01  WS-FAILED-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-ENTRY-COUNT      PIC S9(7) COMP-3   VALUE 0.
       01  WS-TOTAL-DEBITS     PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-CREDITS    PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-LOAD-DEBITS      PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-LOAD-CREDITS     PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-EOF-SWITCH       PIC X       VALUE "N".
           88 WS-END-OF-FILE  VALUE "Y".
       01  WS-CHART-EOF-SWITCH PIC X       VALUE "N".
           88 WS-CHART-EOF    VALUE "Y".

      *> The journal being proved. Its key is captured from the
      *> first record and every later record must carry the same
      *> key until the trailer closes it.
       01  WS-JNL-OPEN-SW      PIC X       VALUE "N".
           88 WS-JNL-OPEN     VALUE "Y".
       01  WS-JNL-KEY.
           05  WS-JNL-SOURCE-PGM   PIC X(8).
           05  WS-JNL-CYCLE-DATE   PIC X(8).
           05  WS-JNL-RUN-TIME     PIC X(6).
       01  WS-RECORD-KEY           PIC X(22).
       01  WS-JNL-DETAIL-COUNT PIC S9(5) COMP-3   VALUE 0.
       01  WS-JNL-DEBITS       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-JNL-CREDITS      PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-JNL-AR-MOVEMENT  PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-JNL-HASH-MOVEMENT PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-JNL-ERROR        PIC X(20)   VALUE SPACES.
       01  WS-ENTRY-AMOUNT     PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-RECEIVABLE-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-CHART-COUNT      PIC 9(3) COMP    VALUE 0.
       01  WS-CHART-MAX        PIC 9(3) COMP    VALUE 100.
       01  WS-CHART-SUB        PIC 9(3) COMP    VALUE 0.
       01  WS-CHART-FOUND-SW   PIC X       VALUE "N".
           88 WS-CHART-FOUND  VALUE "Y".
       01  WS-CHART-TABLE.
           05  WS-CHART-ENTRY OCCURS 100 TIMES.
               10  WS-CHT-ACTIVITY-CODE   PIC X(4).
               10  WS-CHT-DEBIT-ACCOUNT   PIC X(10).
               10  WS-CHT-CREDIT-ACCOUNT  PIC X(10).

       01  WS-JRNLIFC-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-GLCHART-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-GLCTL-FILE-STATUS    PIC XX      VALUE SPACES.
       01  WS-RUNCTL-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-RUNSTATS-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-CYCLE-DATE           PIC X(8)    VALUE SPACES.

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
               VALUE "GL JOURNAL PROOF".
           05  FILLER              PIC X(64)   VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE "PAGE: ".
           05  WS-HDG-PAGE         PIC ZZ9.
           05  FILLER              PIC X(4)    VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER              PIC X(10)   VALUE "SOURCE".
           05  FILLER              PIC X(10)   VALUE "CYCLE".
           05  FILLER              PIC X(8)    VALUE "TIME".
           05  FILLER              PIC X(19)
               VALUE "             DEBITS".
           05  FILLER              PIC X(19)
               VALUE "            CREDITS".
           05  FILLER              PIC X(20)
               VALUE "      AR MOVEMENT".
           05  FILLER              PIC X(20)
               VALUE "    HASH MOVEMENT".
           05  FILLER              PIC X(26)   VALUE "PROOF".

       01  WS-ACTIVITY-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  WS-ACT-CODE         PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-ACT-DESCRIPTION  PIC X(24).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(4)    VALUE "DR ".
           05  WS-ACT-DEBIT-ACCT   PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(4)    VALUE "CR ".
           05  WS-ACT-CREDIT-ACCT  PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-ACT-COUNT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-ACT-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(31)   VALUE SPACES.

       01  WS-JOURNAL-LINE.
           05  WS-JNL-SOURCE       PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-JNL-CYCLE        PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-JNL-TIME         PIC X(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-JNL-DR           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-JNL-CR           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-JNL-AR           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-JNL-HASH         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-JNL-PROOF        PIC X(20).
           05  FILLER              PIC X(6)    VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER          PIC X(28)
               VALUE "*** JOURNALS READ:         ".
           05  WS-TOT-JOURNALS PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER          PIC X(28)
               VALUE "*** JOURNALS BALANCED:     ".
           05  WS-TOT-BALANCED PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER          PIC X(28)
               VALUE "*** JOURNALS FAILED PROOF: ".
           05  WS-TOT-FAILED   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER          PIC X(28)
               VALUE "*** TOTAL DEBITS:          ".
           05  WS-TOT-DEBITS   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(84) VALUE SPACES.

       01  WS-TOTAL-LINE-5.
           05  FILLER          PIC X(28)
               VALUE "*** TOTAL CREDITS:         ".
           05  WS-TOT-CREDITS  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(84) VALUE SPACES.

       01  WS-TOTAL-LINE-6.
           05  FILLER          PIC X(28)
               VALUE "*** GL ENTRIES WRITTEN:    ".
           05  WS-TOT-ENTRIES  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-STOPPED-LINE.
           05  FILLER          PIC X(62)
               VALUE "*** GL FEED STOPPED - NO LOAD FILE WRITTEN - CORRE
      -        "CT AND RERUN".
           05  FILLER          PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM READ-CYCLE-DATE
           PERFORM LOAD-GL-CONTROL-CARD
           PERFORM LOAD-CHART-OF-ACCOUNTS
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNLIFC-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN JOURNAL-FILE - STATUS: "
                   WS-JRNLIFC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ JOURNAL-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM PROVE-JOURNAL-RECORD
               END-READ
           END-PERFORM
           IF WS-JNL-OPEN
               MOVE "NO TRAILER" TO WS-JNL-ERROR
               PERFORM CLOSE-JOURNAL
           END-IF
           CLOSE JOURNAL-FILE
           IF WS-FAILED-COUNT = 0
               PERFORM BUILD-GL-LOAD-FILE
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           DISPLAY "CUSTGLJ - JOURNALS READ:     " WS-JOURNAL-COUNT
           DISPLAY "CUSTGLJ - JOURNALS BALANCED: " WS-BALANCED-COUNT
           DISPLAY "CUSTGLJ - JOURNALS FAILED:   " WS-FAILED-COUNT
           DISPLAY "CUSTGLJ - GL ENTRIES:        " WS-ENTRY-COUNT
           IF WS-FAILED-COUNT > 0
               DISPLAY "*** GL FEED STOPPED - " WS-FAILED-COUNT
                   " JOURNAL(S) FAILED PROOF ***"
               MOVE 16 TO RETURN-CODE
           END-IF
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
      *> morning batch-window report reads (copybook RUNSTAT):
      *> interface records read, GL entries written, journals failed
      *> and the debits and credits of the journals proved, with the
      *> return code the proof left. The feed runs again after any
      *> month-end or on-request job; the report keeps the last run
      *> of the cycle. The DD is DISP=MOD, so the open adds to the
      *> end; a history that cannot be opened costs only the record.
       WRITE-RUN-STATISTICS.
           OPEN OUTPUT RUN-STATISTICS-FILE
           IF WS-RUNSTATS-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RUN-STATISTICS - STATUS: "
                   WS-RUNSTATS-FILE-STATUS
               DISPLAY "*** RUN STATISTICS NOT RECORDED ***"
           ELSE
               MOVE "CUSTGLJ" TO STAT-STEP-NAME
               MOVE "CUSTGLJ" TO STAT-PROGRAM-ID
               MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE
               MOVE WS-RUN-DATE TO STAT-START-DATE
               MOVE WS-RUN-TIME TO STAT-START-TIME
               ACCEPT STAT-END-DATE FROM DATE YYYYMMDD
               ACCEPT STAT-END-TIME FROM TIME
               MOVE WS-RECORD-COUNT TO STAT-RECORDS-READ
               MOVE WS-ENTRY-COUNT TO STAT-RECORDS-WRITTEN
               MOVE WS-FAILED-COUNT TO STAT-RECORDS-REJECTED
               MOVE 0 TO STAT-RECORDS-SUSPENDED
               MOVE WS-TOTAL-DEBITS TO STAT-MONEY-IN
               MOVE WS-TOTAL-CREDITS TO STAT-MONEY-OUT
               MOVE RETURN-CODE TO STAT-RETURN-CODE
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

       LOAD-GL-CONTROL-CARD.
           OPEN INPUT GL-CONTROL-FILE
           IF WS-GLCTL-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN GL-CONTROL - STATUS: "
                   WS-GLCTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ GL-CONTROL-FILE
               AT END
                   MOVE SPACES TO GL-CONTROL-CARD
           END-READ
           IF GLC-RECEIVABLE-ACCOUNT = SPACES
               DISPLAY "*** NO RECEIVABLES CONTROL ACCOUNT - RUN ABORTED
      -            " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE GLC-RECEIVABLE-ACCOUNT TO WS-RECEIVABLE-ACCOUNT
           CLOSE GL-CONTROL-FILE.

      *> Blank cards and cards with an asterisk in col 1 are
      *> comments, so accounting can annotate the chart. An
      *> activity missing either account is left off the table -
      *> any journal that books it then fails proof as unmapped.
       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT CHART-FILE
           IF WS-GLCHART-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CHART-FILE - STATUS: "
                   WS-GLCHART-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CHART-EOF
               READ CHART-FILE
                   AT END
                       SET WS-CHART-EOF TO TRUE
                   NOT AT END
                       PERFORM STORE-CHART-ENTRY
               END-READ
           END-PERFORM
           CLOSE CHART-FILE
           IF WS-CHART-COUNT = 0
               DISPLAY "*** EMPTY CHART OF ACCOUNTS - RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       STORE-CHART-ENTRY.
           IF CHC-ACTIVITY-CODE NOT = SPACES
                   AND CHC-ACTIVITY-CODE (1:1) NOT = "*"
                   AND CHC-DEBIT-ACCOUNT NOT = SPACES
                   AND CHC-CREDIT-ACCOUNT NOT = SPACES
               IF WS-CHART-COUNT >= WS-CHART-MAX
                   DISPLAY "*** CHART OF ACCOUNTS EXCEEDS "
                       WS-CHART-MAX " ENTRIES - RUN ABORTED ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CHART-COUNT
               MOVE CHC-ACTIVITY-CODE
                   TO WS-CHT-ACTIVITY-CODE (WS-CHART-COUNT)
               MOVE CHC-DEBIT-ACCOUNT
                   TO WS-CHT-DEBIT-ACCOUNT (WS-CHART-COUNT)
               MOVE CHC-CREDIT-ACCOUNT
                   TO WS-CHT-CREDIT-ACCOUNT (WS-CHART-COUNT)
           END-IF.

       FIND-CHART-ENTRY.
           MOVE "N" TO WS-CHART-FOUND-SW
           PERFORM VARYING WS-CHART-SUB FROM 1 BY 1
                   UNTIL WS-CHART-SUB > WS-CHART-COUNT
                      OR WS-CHART-FOUND
               IF WS-CHT-ACTIVITY-CODE (WS-CHART-SUB)
                       = GLJ-ACTIVITY-CODE
                   SET WS-CHART-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CHART-FOUND
               SUBTRACT 1 FROM WS-CHART-SUB
           END-IF.

      *> A record whose key differs from the open journal's means
      *> the open journal never got its trailer (its writer died
      *> between the details and the trailer); it is closed failed
      *> and the record starts the next journal.
       PROVE-JOURNAL-RECORD.
           MOVE GL-JOURNAL-RECORD (1:22) TO WS-RECORD-KEY
           IF WS-JNL-OPEN AND WS-RECORD-KEY NOT = WS-JNL-KEY
               MOVE "NO TRAILER" TO WS-JNL-ERROR
               PERFORM CLOSE-JOURNAL
           END-IF
           IF NOT WS-JNL-OPEN
               PERFORM OPEN-JOURNAL
           END-IF
           EVALUATE TRUE
               WHEN GLJ-DETAIL
                   PERFORM PROVE-JOURNAL-DETAIL
               WHEN GLJ-TRAILER
                   PERFORM PROVE-JOURNAL-TRAILER
                   PERFORM CLOSE-JOURNAL
               WHEN OTHER
                   IF WS-JNL-ERROR = SPACES
                       MOVE "INVALID RECORD TYPE" TO WS-JNL-ERROR
                   END-IF
           END-EVALUATE.

       OPEN-JOURNAL.
           SET WS-JNL-OPEN TO TRUE
           MOVE WS-RECORD-KEY TO WS-JNL-KEY
           MOVE 0 TO WS-JNL-DETAIL-COUNT
           MOVE 0 TO WS-JNL-DEBITS
           MOVE 0 TO WS-JNL-CREDITS
           MOVE 0 TO WS-JNL-AR-MOVEMENT
           MOVE 0 TO WS-JNL-HASH-MOVEMENT
           MOVE SPACES TO WS-JNL-ERROR
           ADD 1 TO WS-JOURNAL-COUNT.

      *> Each activity books its amount to both sides, so the
      *> journal's debits and credits move together; what the
      *> proof really tests is the receivables side - the amount
      *> is added when the chart debits the control account and
      *> subtracted when it credits it, sign and all, so a
      *> negative (reversing) amount lands the right way round.
       PROVE-JOURNAL-DETAIL.
           ADD 1 TO WS-JNL-DETAIL-COUNT
           MOVE GLJ-ACTIVITY-CODE TO WS-ACT-CODE
           MOVE GLJ-DESCRIPTION TO WS-ACT-DESCRIPTION
           MOVE SPACES TO WS-ACT-DEBIT-ACCT
           MOVE SPACES TO WS-ACT-CREDIT-ACCT
           MOVE 0 TO WS-ACT-COUNT
           MOVE 0 TO WS-ACT-AMOUNT
           IF GLJ-AMOUNT NOT NUMERIC OR GLJ-ITEM-COUNT NOT NUMERIC
               IF WS-JNL-ERROR = SPACES
                   MOVE "AMOUNT NOT NUMERIC" TO WS-JNL-ERROR
               END-IF
           ELSE
               MOVE GLJ-ITEM-COUNT TO WS-ACT-COUNT
               MOVE GLJ-AMOUNT TO WS-ACT-AMOUNT
               PERFORM FIND-CHART-ENTRY
               IF WS-CHART-FOUND
                   MOVE WS-CHT-DEBIT-ACCOUNT (WS-CHART-SUB)
                       TO WS-ACT-DEBIT-ACCT
                   MOVE WS-CHT-CREDIT-ACCOUNT (WS-CHART-SUB)
                       TO WS-ACT-CREDIT-ACCT
                   IF GLJ-AMOUNT < 0
                       COMPUTE WS-ENTRY-AMOUNT = GLJ-AMOUNT * -1
                   ELSE
                       MOVE GLJ-AMOUNT TO WS-ENTRY-AMOUNT
                   END-IF
                   ADD WS-ENTRY-AMOUNT TO WS-JNL-DEBITS
                   ADD WS-ENTRY-AMOUNT TO WS-JNL-CREDITS
                   IF WS-CHT-DEBIT-ACCOUNT (WS-CHART-SUB)
                           = WS-RECEIVABLE-ACCOUNT
                       ADD GLJ-AMOUNT TO WS-JNL-AR-MOVEMENT
                   END-IF
                   IF WS-CHT-CREDIT-ACCOUNT (WS-CHART-SUB)
                           = WS-RECEIVABLE-ACCOUNT
                       SUBTRACT GLJ-AMOUNT FROM WS-JNL-AR-MOVEMENT
                   END-IF
               ELSE
                   MOVE "*UNMAPPED*" TO WS-ACT-DEBIT-ACCT
                   IF WS-JNL-ERROR = SPACES
                       MOVE "UNMAPPED ACTIVITY" TO WS-JNL-ERROR
                   END-IF
               END-IF
           END-IF
           PERFORM WRITE-ACTIVITY-LINE.

       PROVE-JOURNAL-TRAILER.
           IF GLJ-OPENING-HASH NOT NUMERIC
                   OR GLJ-CLOSING-HASH NOT NUMERIC
                   OR GLJ-DETAIL-COUNT NOT NUMERIC
               IF WS-JNL-ERROR = SPACES
                   MOVE "TRAILER NOT NUMERIC" TO WS-JNL-ERROR
               END-IF
           ELSE
               COMPUTE WS-JNL-HASH-MOVEMENT =
                   GLJ-CLOSING-HASH - GLJ-OPENING-HASH
               IF WS-JNL-ERROR = SPACES
                   EVALUATE TRUE
                       WHEN GLJ-DETAIL-COUNT NOT = WS-JNL-DETAIL-COUNT
                           MOVE "DETAIL COUNT WRONG" TO WS-JNL-ERROR
                       WHEN WS-JNL-DEBITS NOT = WS-JNL-CREDITS
                           MOVE "DR/CR OUT OF BALANCE" TO WS-JNL-ERROR
                       WHEN WS-JNL-AR-MOVEMENT
                               NOT = WS-JNL-HASH-MOVEMENT
                           MOVE "HASH DOES NOT TIE" TO WS-JNL-ERROR
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       CLOSE-JOURNAL.
           IF WS-JNL-ERROR = SPACES
               ADD 1 TO WS-BALANCED-COUNT
               ADD WS-JNL-DEBITS TO WS-TOTAL-DEBITS
               ADD WS-JNL-CREDITS TO WS-TOTAL-CREDITS
               MOVE "BALANCED" TO WS-JNL-PROOF
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE WS-JNL-ERROR TO WS-JNL-PROOF
           END-IF
           PERFORM WRITE-JOURNAL-LINE
           MOVE "N" TO WS-JNL-OPEN-SW.

      *> Second pass, taken only when every journal proved. The
      *> interface is read again from the top and each non-zero
      *> activity becomes one debit and one credit ledger entry.
       BUILD-GL-LOAD-FILE.
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNLIFC-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO REOPEN JOURNAL-FILE - STATUS: "
                   WS-JRNLIFC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GL-LOAD-FILE
           MOVE SPACES TO GL-LOAD-RECORD
           MOVE "HDR" TO GLL-RECORD-TYPE
           MOVE WS-RUN-DATE TO GLL-FEED-DATE
           WRITE GL-LOAD-RECORD
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ JOURNAL-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF GLJ-DETAIL AND GLJ-AMOUNT NOT = 0
                           PERFORM WRITE-GL-ENTRIES
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO GL-LOAD-RECORD
           MOVE "TRL" TO GLL-RECORD-TYPE
           MOVE WS-ENTRY-COUNT TO GLL-ENTRY-COUNT
           MOVE WS-LOAD-DEBITS TO GLL-DEBIT-TOTAL
           MOVE WS-LOAD-CREDITS TO GLL-CREDIT-TOTAL
           WRITE GL-LOAD-RECORD
           CLOSE JOURNAL-FILE
           CLOSE GL-LOAD-FILE.

       WRITE-GL-ENTRIES.
           PERFORM FIND-CHART-ENTRY
           IF GLJ-AMOUNT < 0
               COMPUTE WS-ENTRY-AMOUNT = GLJ-AMOUNT * -1
           ELSE
               MOVE GLJ-AMOUNT TO WS-ENTRY-AMOUNT
           END-IF
           PERFORM START-GL-ENTRY
           MOVE WS-CHT-DEBIT-ACCOUNT (WS-CHART-SUB) TO GLL-ACCOUNT
           IF GLJ-AMOUNT < 0
               MOVE "C" TO GLL-DR-CR
           ELSE
               MOVE "D" TO GLL-DR-CR
           END-IF
           PERFORM WRITE-GL-ENTRY
           PERFORM START-GL-ENTRY
           MOVE WS-CHT-CREDIT-ACCOUNT (WS-CHART-SUB) TO GLL-ACCOUNT
           IF GLJ-AMOUNT < 0
               MOVE "D" TO GLL-DR-CR
           ELSE
               MOVE "C" TO GLL-DR-CR
           END-IF
           PERFORM WRITE-GL-ENTRY.

       START-GL-ENTRY.
           MOVE SPACES TO GL-LOAD-RECORD
           MOVE "DTL" TO GLL-RECORD-TYPE
           MOVE GLJ-SOURCE-PGM TO GLL-SOURCE-PGM
           MOVE GLJ-CYCLE-DATE TO GLL-CYCLE-DATE
           MOVE GLJ-RUN-TIME TO GLL-RUN-TIME
           MOVE WS-ENTRY-AMOUNT TO GLL-AMOUNT
           MOVE GLJ-ACTIVITY-CODE TO GLL-ACTIVITY-CODE
           MOVE GLJ-DESCRIPTION TO GLL-DESCRIPTION.

       WRITE-GL-ENTRY.
           WRITE GL-LOAD-RECORD
           ADD 1 TO WS-ENTRY-COUNT
           IF GLL-DR-CR = "D"
               ADD WS-ENTRY-AMOUNT TO WS-LOAD-DEBITS
           ELSE
               ADD WS-ENTRY-AMOUNT TO WS-LOAD-CREDITS
           END-IF.

       WRITE-REPORT-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
           WRITE REPORT-LINE FROM WS-HEADING-LINE
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-LINE
               AFTER ADVANCING 2 LINES
           MOVE 0 TO WS-LINE-COUNT.

       WRITE-ACTIVITY-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADING
           END-IF
           WRITE REPORT-LINE FROM WS-ACTIVITY-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-JOURNAL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADING
           END-IF
           MOVE WS-JNL-SOURCE-PGM TO WS-JNL-SOURCE
           MOVE WS-JNL-CYCLE-DATE TO WS-JNL-CYCLE
           MOVE WS-JNL-RUN-TIME TO WS-JNL-TIME
           MOVE WS-JNL-DEBITS TO WS-JNL-DR
           MOVE WS-JNL-CREDITS TO WS-JNL-CR
           MOVE WS-JNL-AR-MOVEMENT TO WS-JNL-AR
           MOVE WS-JNL-HASH-MOVEMENT TO WS-JNL-HASH
           WRITE REPORT-LINE FROM WS-JOURNAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
               AFTER ADVANCING 1 LINE
           ADD 2 TO WS-LINE-COUNT.

       WRITE-REPORT-TOTALS.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADING
           END-IF
           MOVE WS-JOURNAL-COUNT TO WS-TOT-JOURNALS
           MOVE WS-BALANCED-COUNT TO WS-TOT-BALANCED
           MOVE WS-FAILED-COUNT TO WS-TOT-FAILED
           MOVE WS-TOTAL-DEBITS TO WS-TOT-DEBITS
           MOVE WS-TOTAL-CREDITS TO WS-TOT-CREDITS
           MOVE WS-ENTRY-COUNT TO WS-TOT-ENTRIES
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-6
               AFTER ADVANCING 1 LINE
           IF WS-FAILED-COUNT > 0
               WRITE REPORT-LINE FROM WS-STOPPED-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
