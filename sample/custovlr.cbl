      *> CUSTOVLR - Nightly over-limit exposure report
      *> Prints the accounts the CUSTOVLX extract found standing above
      *> their credit limit after the night's posting (copybook
      *> CUSTOVL), sorted by the OVLSORT step into risk class order
      *> with the largest over-amount first within each class. Each
      *> class starts under its own heading and ends with a subtotal
      *> of the accounts over, their balances, their limits and the
      *> amount by which they are over; the grand totals follow the
      *> last class. An account's limit is shown as OWN when it has a
      *> limit of its own and CLASS when it takes its class default.
      *> A night with nothing over limit still prints the heading and
      *> zero totals, so credit control can see the report ran.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOVLR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVER-LIMIT-FILE ASSIGN TO "OVLEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVLEXT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "OVLRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT RUN-STATISTICS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OVER-LIMIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY CUSTOVL.

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
       01  WS-READ-COUNT       PIC S9(7) COMP-3   VALUE 0.
       01  WS-EOF-SWITCH       PIC X       VALUE "N".
           88 WS-END-OF-FILE  VALUE "Y".
       01  WS-FIRST-RECORD-SW  PIC X       VALUE "Y".
           88 WS-FIRST-RECORD VALUE "Y".
       01  WS-PRIOR-CLASS      PIC X       VALUE SPACE.
       01  WS-PRIOR-DESCRIPTION PIC X(20)  VALUE SPACES.

       01  WS-CLASS-COUNT      PIC S9(7) COMP-3    VALUE 0.
       01  WS-CLASS-BALANCE    PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CLASS-LIMIT      PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CLASS-OVER       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GRAND-COUNT      PIC S9(7) COMP-3    VALUE 0.
       01  WS-GRAND-BALANCE    PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GRAND-LIMIT      PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GRAND-OVER       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CLASSES-REPORTED PIC S9(7) COMP-3    VALUE 0.

       01  WS-OVLEXT-FILE-STATUS   PIC XX      VALUE SPACES.
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
               VALUE "OVER-LIMIT EXPOSURE".
           05  FILLER              PIC X(64)   VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE "PAGE: ".
           05  WS-HDG-PAGE         PIC ZZ9.
           05  FILLER              PIC X(4)    VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER              PIC X(9)    VALUE "ACCOUNT".
           05  FILLER              PIC X(32)   VALUE "CUSTOMER NAME".
           05  FILLER              PIC X(4)    VALUE "ST".
           05  FILLER              PIC X(4)    VALUE "S".
           05  FILLER              PIC X(15)
               VALUE "        BALANCE".
           05  FILLER              PIC X(19)
               VALUE "              LIMIT".
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(10)   VALUE "SOURCE".
           05  FILLER              PIC X(14)   VALUE "       OVER BY".
           05  FILLER              PIC X(23)   VALUE SPACES.

       01  WS-CLASS-HEADING-LINE.
           05  FILLER              PIC X(11)   VALUE "RISK CLASS ".
           05  WS-CLH-CLASS        PIC X.
           05  FILLER              PIC X(3)    VALUE " - ".
           05  WS-CLH-DESCRIPTION  PIC X(20).
           05  FILLER              PIC X(97)   VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-ACCOUNT      PIC 9(7).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-NAME         PIC X(30).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-STATE        PIC X(2).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-STATUS       PIC X.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WS-DTL-BALANCE      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  WS-DTL-LIMIT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-SOURCE       PIC X(5).
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  WS-DTL-OVER         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(23)   VALUE SPACES.

       01  WS-CLASS-TOTAL-LINE.
           05  FILLER              PIC X(6)    VALUE "CLASS ".
           05  WS-CLT-CLASS        PIC X.
           05  FILLER              PIC X(8)    VALUE " TOTAL".
           05  WS-CLT-COUNT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(24)
               VALUE " ACCOUNTS OVER LIMIT".
           05  WS-CLT-BALANCE      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-CLT-LIMIT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(9)    VALUE SPACES.
           05  WS-CLT-OVER         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(23)   VALUE SPACES.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER              PIC X(15)   VALUE "GRAND TOTAL".
           05  WS-GRT-COUNT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(24)
               VALUE " ACCOUNTS OVER LIMIT".
           05  WS-GRT-BALANCE      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-GRT-LIMIT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(9)    VALUE SPACES.
           05  WS-GRT-OVER         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(23)   VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER          PIC X(28)
               VALUE "*** RISK CLASSES REPORTED: ".
           05  WS-TOT-CLASSES  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM READ-CYCLE-DATE
           OPEN INPUT OVER-LIMIT-FILE
           IF WS-OVLEXT-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN OVER-LIMIT-FILE - STATUS: "
                   WS-OVLEXT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ OVER-LIMIT-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM REPORT-ACCOUNT
               END-READ
           END-PERFORM
           IF NOT WS-FIRST-RECORD
               PERFORM WRITE-CLASS-TOTAL
           END-IF
           PERFORM WRITE-GRAND-TOTALS
           CLOSE OVER-LIMIT-FILE
           CLOSE REPORT-FILE
           DISPLAY "CUSTOVLR - ACCOUNTS OVER LIMIT: " WS-READ-COUNT
           DISPLAY "CUSTOVLR - RISK CLASSES:        "
               WS-CLASSES-REPORTED
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
      *> accounts read and reported, and money in the total amount
      *> over limit. The DD is DISP=MOD, so the open adds to the end;
      *> a history that cannot be opened costs only the record.
       WRITE-RUN-STATISTICS.
           OPEN OUTPUT RUN-STATISTICS-FILE
           IF WS-RUNSTATS-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RUN-STATISTICS - STATUS: "
                   WS-RUNSTATS-FILE-STATUS
               DISPLAY "*** RUN STATISTICS NOT RECORDED ***"
           ELSE
               MOVE "CUSTOVLR" TO STAT-STEP-NAME
               MOVE "CUSTOVLR" TO STAT-PROGRAM-ID
               MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE
               MOVE WS-RUN-DATE TO STAT-START-DATE
               MOVE WS-RUN-TIME TO STAT-START-TIME
               ACCEPT STAT-END-DATE FROM DATE YYYYMMDD
               ACCEPT STAT-END-TIME FROM TIME
               MOVE WS-READ-COUNT TO STAT-RECORDS-READ
               MOVE WS-GRAND-COUNT TO STAT-RECORDS-WRITTEN
               MOVE 0 TO STAT-RECORDS-REJECTED
               MOVE 0 TO STAT-RECORDS-SUSPENDED
               MOVE WS-GRAND-OVER TO STAT-MONEY-IN
               MOVE 0 TO STAT-MONEY-OUT
               MOVE RETURN-CODE TO STAT-RETURN-CODE
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

       REPORT-ACCOUNT.
           IF WS-FIRST-RECORD
               MOVE "N" TO WS-FIRST-RECORD-SW
               PERFORM START-CLASS
           END-IF
           IF OVL-RISK-CLASS NOT = WS-PRIOR-CLASS
               PERFORM WRITE-CLASS-TOTAL
               PERFORM START-CLASS
           END-IF
           ADD 1 TO WS-CLASS-COUNT
           ADD 1 TO WS-GRAND-COUNT
           ADD OVL-BALANCE TO WS-CLASS-BALANCE
           ADD OVL-BALANCE TO WS-GRAND-BALANCE
           ADD OVL-CREDIT-LIMIT TO WS-CLASS-LIMIT
           ADD OVL-CREDIT-LIMIT TO WS-GRAND-LIMIT
           ADD OVL-OVER-AMOUNT TO WS-CLASS-OVER
           ADD OVL-OVER-AMOUNT TO WS-GRAND-OVER
           PERFORM WRITE-DETAIL-LINE.

      *> Each class opens with its own heading line, on a fresh page
      *> when there is not room for the heading and a few accounts.
       START-CLASS.
           MOVE OVL-RISK-CLASS TO WS-PRIOR-CLASS
           MOVE OVL-CLASS-DESCRIPTION TO WS-PRIOR-DESCRIPTION
           ADD 1 TO WS-CLASSES-REPORTED
           IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADING
           END-IF
           MOVE WS-PRIOR-CLASS TO WS-CLH-CLASS
           MOVE WS-PRIOR-DESCRIPTION TO WS-CLH-DESCRIPTION
           WRITE REPORT-LINE FROM WS-CLASS-HEADING-LINE
               AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT.

       WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADING
               MOVE WS-PRIOR-CLASS TO WS-CLH-CLASS
               MOVE WS-PRIOR-DESCRIPTION TO WS-CLH-DESCRIPTION
               WRITE REPORT-LINE FROM WS-CLASS-HEADING-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           MOVE OVL-ACCOUNT-NO TO WS-DTL-ACCOUNT
           MOVE OVL-NAME TO WS-DTL-NAME
           MOVE OVL-STATE TO WS-DTL-STATE
           MOVE OVL-STATUS TO WS-DTL-STATUS
           MOVE OVL-BALANCE TO WS-DTL-BALANCE
           MOVE OVL-CREDIT-LIMIT TO WS-DTL-LIMIT
           IF OVL-LIMIT-SOURCE = "A"
               MOVE "OWN" TO WS-DTL-SOURCE
           ELSE
               MOVE "CLASS" TO WS-DTL-SOURCE
           END-IF
           MOVE OVL-OVER-AMOUNT TO WS-DTL-OVER
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-CLASS-TOTAL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADING
           END-IF
           MOVE WS-PRIOR-CLASS TO WS-CLT-CLASS
           MOVE WS-CLASS-COUNT TO WS-CLT-COUNT
           MOVE WS-CLASS-BALANCE TO WS-CLT-BALANCE
           MOVE WS-CLASS-LIMIT TO WS-CLT-LIMIT
           MOVE WS-CLASS-OVER TO WS-CLT-OVER
           WRITE REPORT-LINE FROM WS-CLASS-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT
           MOVE 0 TO WS-CLASS-COUNT
           MOVE 0 TO WS-CLASS-BALANCE
           MOVE 0 TO WS-CLASS-LIMIT
           MOVE 0 TO WS-CLASS-OVER.

       WRITE-REPORT-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
           WRITE REPORT-LINE FROM WS-HEADING-LINE
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-LINE
               AFTER ADVANCING 2 LINES
           MOVE 0 TO WS-LINE-COUNT.

       WRITE-GRAND-TOTALS.
           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADING
           END-IF
           MOVE WS-GRAND-COUNT TO WS-GRT-COUNT
           MOVE WS-GRAND-BALANCE TO WS-GRT-BALANCE
           MOVE WS-GRAND-LIMIT TO WS-GRT-LIMIT
           MOVE WS-GRAND-OVER TO WS-GRT-OVER
           MOVE WS-CLASSES-REPORTED TO WS-TOT-CLASSES
           WRITE REPORT-LINE FROM WS-GRAND-TOTAL-LINE
               AFTER ADVANCING 3 LINES
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES.
