      *> CUSTBWEX - Morning batch-window exception report
      *> Reads the shared run history every batch step appends its
      *> statistics record to (copybook RUNSTAT, dataset RUNHIST) and
      *> compares each step's run for the report cycle - the cycle
      *> date on the RUNCTL ledger, read here and never written -
      *> with its rolling average over its prior good runs, so the
      *> morning shift sees what went wrong overnight before CICS
      *> comes up. Only the steps carded on BWEXCTL are reviewed;
      *> each card gives the step's frequency, its tolerances and
      *> how many prior runs it is averaged over. A prior run counts
      *> toward the average only if it ended within the step's
      *> normal return code, and a cycle that was rerun counts once,
      *> by its last run. Exceptions flagged under each step:
      *>   NOT RUN         a nightly step with no record for the
      *>                   cycle, or a monthly step that has not run
      *>                   for last month or this
      *>   RETURN CODE     the run ended above the step's normal RC
      *>   VOLUME          records read, written, rejected or
      *>                   suspended off the average by more than
      *>                   the volume tolerance - a count below the
      *>                   volume floor on both sides is not judged
      *>   SLOWER          elapsed time over the average by more than
      *>                   the run-time tolerance, at or above the
      *>                   run-time floor
      *>   RUN TIME RISING two increases running: the cycle's run
      *>                   took longer than the latest prior run in
      *>                   the average, and that one longer than the
      *>                   one before it, the cycle's run at or above
      *>                   the run-time floor
      *> A step with no prior runs is listed NO HISTORY, a cycle run
      *> more than once shows the number of runs, and records for
      *> steps with no card are listed so a new step gets a card.
      *> Any exception ends the run RC 4. A card that is not valid
      *> ends it RC 16 before anything is read.
      *> The run history is trimmed as it is read: records whose
      *> cycle is older than the RETCTL retention, and records that
      *> cannot be dated, are dropped and counted, and the rest go to
      *> RUNHOUT, which the job stream copies back over the history.
      *> Elapsed time is end less start, in seconds, across midnight.
      *>
      *> BWEXCTL layout (cols):  1-8  step name (as on the run history)
      *>                         9    frequency: N nightly, M monthly,
      *>                              R on request (never NOT RUN)
      *>                        10-12 volume tolerance percent 9(3)
      *>                        13-15 run-time tolerance percent 9(3)
      *>                        16-17 prior runs averaged 01-30
      *>                        18-24 volume floor 9(7)
      *>                        25-29 run-time floor seconds 9(5)
      *>                        30-31 highest normal return code 9(2)
      *>                        32-55 description
      *>                        (blank or * in col 1 is a comment)
      *> RETCTL layout (cols):   1-5  history retention days 9(5)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTBWEX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-FILE-STATUS.
           SELECT RUN-HISTORY-OUT ASSIGN TO "RUNHOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STEP-CONTROL-FILE ASSIGN TO "BWEXCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BWEXCTL-FILE-STATUS.
           SELECT RETENTION-FILE ASSIGN TO "RETCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETCTL-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BWEXRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS.
           COPY RUNSTAT.

       FD  RUN-HISTORY-OUT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS.
       01  RUN-HISTORY-OUT-RECORD      PIC X(128).

       FD  STEP-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  STEP-CONTROL-CARD.
           05  BWC-STEP-NAME           PIC X(8).
           05  BWC-FREQUENCY           PIC X.
               88 BWC-VALID-FREQUENCY VALUE "N" "M" "R".
           05  BWC-VOLUME-TOLERANCE    PIC 9(3).
           05  BWC-TIME-TOLERANCE      PIC 9(3).
           05  BWC-RUNS-AVERAGED       PIC 9(2).
           05  BWC-VOLUME-FLOOR        PIC 9(7).
           05  BWC-TIME-FLOOR          PIC 9(5).
           05  BWC-NORMAL-RC           PIC 9(2).
           05  BWC-DESCRIPTION         PIC X(24).
           05  FILLER                  PIC X(25).

       FD  RETENTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RETENTION-CARD.
           05  RTC-RETENTION-DAYS      PIC 9(5).
           05  FILLER                  PIC X(75).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS.
           COPY RUNCTL.

       FD  REPORT-FILE
           LABEL RECORDS OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-HIST-READ-COUNT  PIC S9(7) COMP-3   VALUE 0.
       01  WS-HIST-KEPT-COUNT  PIC S9(7) COMP-3   VALUE 0.
       01  WS-EXPIRED-COUNT    PIC S9(7) COMP-3   VALUE 0.
       01  WS-UNREADABLE-COUNT PIC S9(7) COMP-3   VALUE 0.
       01  WS-UNCARDED-RECORDS PIC S9(7) COMP-3   VALUE 0.
       01  WS-STEPS-RUN-COUNT  PIC S9(7) COMP-3   VALUE 0.
       01  WS-NOT-RUN-COUNT    PIC S9(7) COMP-3   VALUE 0.
       01  WS-EXC-STEP-COUNT   PIC S9(7) COMP-3   VALUE 0.
       01  WS-EXCEPTION-COUNT  PIC S9(7) COMP-3   VALUE 0.
       01  WS-EOF-SWITCH       PIC X       VALUE "N".
           88 WS-END-OF-FILE  VALUE "Y".
       01  WS-CARD-EOF-SWITCH  PIC X       VALUE "N".
           88 WS-CARD-EOF     VALUE "Y".

       01  WS-RUNHIST-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-BWEXCTL-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-RETCTL-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-RUNCTL-FILE-STATUS   PIC XX      VALUE SPACES.

      *> The report cycle and the dates the history is judged by.
      *> Day numbers come from INTEGER-OF-DATE; month numbers are
      *> year times twelve plus month, so consecutive months differ
      *> by one across a year end.
       01  WS-REPORT-CYCLE     PIC X(8)    VALUE SPACES.
       01  WS-REPORT-DAY-NO    PIC S9(7) COMP-3 VALUE 0.
       01  WS-REPORT-MONTH-NO  PIC S9(7) COMP-3 VALUE 0.
       01  WS-RETENTION-DAYS   PIC S9(5) COMP-3 VALUE 0.
       01  WS-STAT-DAY-NO      PIC S9(7) COMP-3 VALUE 0.
       01  WS-LAST-MONTH-NO    PIC S9(7) COMP-3 VALUE 0.
       01  WS-START-DAY-NO     PIC S9(7) COMP-3 VALUE 0.
       01  WS-END-DAY-NO       PIC S9(7) COMP-3 VALUE 0.
       01  WS-START-SECONDS    PIC S9(7) COMP-3 VALUE 0.
       01  WS-END-SECONDS      PIC S9(7) COMP-3 VALUE 0.
       01  WS-ELAPSED-SECONDS  PIC S9(9) COMP-3 VALUE 0.
       01  WS-DATE-WORK.
           05  WS-DATE-WORK-NUM        PIC 9(8).
           05  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK-NUM.
               10  WS-DATE-WORK-YEAR   PIC 9(4).
               10  WS-DATE-WORK-MONTH  PIC 9(2).
               10  WS-DATE-WORK-DAY    PIC 9(2).
       01  WS-TIME-WORK.
           05  WS-TIME-WORK-NUM        PIC 9(8).
           05  WS-TIME-WORK-PARTS REDEFINES WS-TIME-WORK-NUM.
               10  WS-TIME-WORK-HOURS  PIC 9(2).
               10  WS-TIME-WORK-MINUTES PIC 9(2).
               10  WS-TIME-WORK-SECONDS PIC 9(2).
               10  WS-TIME-WORK-HUNDREDTHS PIC 9(2).

      *> One entry per carded step: the card, this cycle's run (the
      *> last one recorded wins), and the most recent good prior
      *> runs, oldest first, up to the number the card averages.
      *> The four counts are held in RUNSTAT order - read, written,
      *> rejected, suspended.
       01  WS-STEP-COUNT       PIC 9(3) COMP    VALUE 0.
       01  WS-STEP-MAX         PIC 9(3) COMP    VALUE 50.
       01  WS-STEP-SUB         PIC 9(3) COMP    VALUE 0.
       01  WS-STEP-FOUND-SW    PIC X       VALUE "N".
           88 WS-STEP-FOUND   VALUE "Y".
       01  WS-SEARCH-NAME      PIC X(8)    VALUE SPACES.
       01  WS-HIST-SUB         PIC 9(3) COMP    VALUE 0.
       01  WS-COUNT-SUB        PIC 9(3) COMP    VALUE 0.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 50 TIMES.
               10  WS-STP-NAME             PIC X(8).
               10  WS-STP-FREQUENCY        PIC X.
                   88 WS-STP-NIGHTLY      VALUE "N".
                   88 WS-STP-MONTHLY      VALUE "M".
               10  WS-STP-VOLUME-TOLERANCE PIC 9(3).
               10  WS-STP-TIME-TOLERANCE   PIC 9(3).
               10  WS-STP-RUNS-AVERAGED    PIC 9(2).
               10  WS-STP-VOLUME-FLOOR     PIC 9(7).
               10  WS-STP-TIME-FLOOR       PIC 9(5).
               10  WS-STP-NORMAL-RC        PIC 9(2).
               10  WS-STP-DESCRIPTION      PIC X(24).
               10  WS-STP-RUN-COUNT        PIC S9(3) COMP-3.
               10  WS-STP-LAST-CYCLE       PIC X(8).
               10  WS-STP-CUR-COUNT        PIC S9(9) COMP-3
                                           OCCURS 4 TIMES.
               10  WS-STP-CUR-ELAPSED      PIC S9(9) COMP-3.
               10  WS-STP-CUR-RC           PIC 9(4).
               10  WS-STP-HIST-COUNT       PIC 9(3) COMP.
               10  WS-STP-HISTORY OCCURS 30 TIMES.
                   15  WS-HST-CYCLE        PIC X(8).
                   15  WS-HST-COUNT        PIC S9(9) COMP-3
                                           OCCURS 4 TIMES.
                   15  WS-HST-ELAPSED      PIC S9(9) COMP-3.

      *> Steps found on the history with no BWEXCTL card. Past the
      *> table's size their records are still counted.
       01  WS-UNCARDED-COUNT   PIC 9(3) COMP    VALUE 0.
       01  WS-UNCARDED-MAX     PIC 9(3) COMP    VALUE 50.
       01  WS-UNCARDED-SUB     PIC 9(3) COMP    VALUE 0.
       01  WS-UNCARDED-TABLE.
           05  WS-UNCARDED-ENTRY OCCURS 50 TIMES.
               10  WS-UNC-NAME             PIC X(8).
               10  WS-UNC-RECORDS          PIC S9(7) COMP-3.

      *> The step under review: its averages, its exceptions, and
      *> the lines it puts under its detail line, held until the
      *> detail line (which carries the step's status) is printed.
       01  WS-SUM-TABLE.
           05  WS-SUM-COUNT        PIC S9(11) COMP-3
                                   OCCURS 4 TIMES.
       01  WS-SUM-ELAPSED      PIC S9(11) COMP-3 VALUE 0.
       01  WS-AVG-TABLE.
           05  WS-AVG-COUNT        PIC S9(9) COMP-3
                                   OCCURS 4 TIMES.
       01  WS-AVG-ELAPSED      PIC S9(9) COMP-3 VALUE 0.
       01  WS-CURRENT-VALUE    PIC S9(9) COMP-3 VALUE 0.
       01  WS-AVERAGE-VALUE    PIC S9(9) COMP-3 VALUE 0.
       01  WS-DIFFERENCE       PIC S9(9) COMP-3 VALUE 0.
       01  WS-CHANGE-PERCENT   PIC S9(7) COMP-3 VALUE 0.
       01  WS-STEP-EXCEPTIONS  PIC S9(3) COMP-3 VALUE 0.
       01  WS-STEP-STATUS      PIC X(12)   VALUE SPACES.
       01  WS-NOTE-COUNT       PIC 9(3) COMP    VALUE 0.
       01  WS-NOTE-SUB         PIC 9(3) COMP    VALUE 0.
       01  WS-NOTE-TABLE.
           05  WS-NOTE-LINE        PIC X(132) OCCURS 10 TIMES.
       01  WS-EDIT-NUMBER      PIC ZZZ,ZZZ,ZZ9.

       01  WS-COUNT-NAMES.
           05  FILLER              PIC X(18) VALUE "VOLUME - READ".
           05  FILLER              PIC X(18) VALUE "VOLUME - WRITTEN".
           05  FILLER              PIC X(18) VALUE "VOLUME - REJECTED".
           05  FILLER              PIC X(18) VALUE "VOLUME - SUSPENDED".
       01  WS-COUNT-NAME-TBL REDEFINES WS-COUNT-NAMES.
           05  WS-COUNT-NAME       PIC X(18) OCCURS 4 TIMES.

       01  WS-PAGE-NUMBER      PIC 9(3) COMP    VALUE 0.
       01  WS-LINE-COUNT       PIC 9(3) COMP    VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(3) COMP    VALUE 60.
       01  WS-RUN-DATE         PIC X(8)    VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(11)   VALUE "RUN DATE: ".
           05  WS-HDG-DATE         PIC X(8).
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(26)
               VALUE "BATCH WINDOW EXCEPTIONS".
           05  FILLER              PIC X(64)   VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE "PAGE: ".
           05  WS-HDG-PAGE         PIC ZZ9.
           05  FILLER              PIC X(4)    VALUE SPACES.

       01  WS-CYCLE-HEADING-LINE.
           05  FILLER              PIC X(11)   VALUE "CYCLE:    ".
           05  WS-HDG-CYCLE        PIC X(8).
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(20)
               VALUE "HISTORY RETAINED:  ".
           05  WS-HDG-RETENTION    PIC ZZZZ9.
           05  FILLER              PIC X(5)    VALUE " DAYS".
           05  FILLER              PIC X(73)   VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER              PIC X(10)   VALUE "STEP".
           05  FILLER              PIC X(3)    VALUE "F".
           05  FILLER              PIC X(26)   VALUE "DESCRIPTION".
           05  FILLER              PIC X(6)    VALUE "  RC".
           05  FILLER              PIC X(13)   VALUE "       READ".
           05  FILLER              PIC X(13)   VALUE "    WRITTEN".
           05  FILLER              PIC X(13)   VALUE "   REJECTED".
           05  FILLER              PIC X(13)   VALUE "  SUSPENDED".
           05  FILLER              PIC X(9)    VALUE "   SECS".
           05  FILLER              PIC X(26)   VALUE "STATUS".

       01  WS-DETAIL-LINE.
           05  WS-DTL-STEP         PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-FREQUENCY    PIC X.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-DESCRIPTION  PIC X(24).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-RC           PIC ZZZ9.
           05  WS-DTL-NO-RC REDEFINES WS-DTL-RC
                                   PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-COUNTS.
               10  WS-DTL-COUNT-ENTRY OCCURS 4 TIMES.
                   15  WS-DTL-COUNT    PIC ZZZ,ZZZ,ZZ9.
                   15  FILLER          PIC X(2).
           05  WS-DTL-NO-COUNTS REDEFINES WS-DTL-COUNTS
                                   PIC X(52).
           05  WS-DTL-ELAPSED      PIC ZZZ,ZZ9.
           05  WS-DTL-NO-ELAPSED REDEFINES WS-DTL-ELAPSED
                                   PIC X(7).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-STATUS       PIC X(12).
           05  FILLER              PIC X(14)   VALUE SPACES.

       01  WS-AVERAGE-TEXT.
           05  FILLER              PIC X(11)   VALUE "AVERAGE OF ".
           05  WS-AVT-RUNS         PIC Z9.
           05  FILLER              PIC X(11)   VALUE " PRIOR RUNS".

       01  WS-EXCEPTION-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(4)    VALUE "*** ".
           05  WS-EXC-TYPE         PIC X(18).
           05  FILLER              PIC X(10)   VALUE "THIS RUN: ".
           05  WS-EXC-CURRENT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(11)   VALUE "  AVERAGE: ".
           05  WS-EXC-AVERAGE      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-EXC-DIRECTION    PIC X(5).
           05  WS-EXC-PERCENT      PIC ZZZ9.
           05  FILLER              PIC X(14)   VALUE "%  TOLERANCE: ".
           05  WS-EXC-TOLERANCE    PIC ZZ9.
           05  FILLER              PIC X       VALUE "%".
           05  FILLER              PIC X(28)   VALUE SPACES.

       01  WS-NOTE-DETAIL.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  WS-NTD-MARK         PIC X(4).
           05  WS-NTD-TYPE         PIC X(18).
           05  WS-NTD-TEXT         PIC X(32).
           05  WS-NTD-VALUE-1      PIC X(11).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-NTD-VALUE-2      PIC X(11).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-NTD-VALUE-3      PIC X(11).
           05  FILLER              PIC X(31)   VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER          PIC X(28)
               VALUE "*** STEPS ON BWEXCTL:      ".
           05  WS-TOT-STEPS    PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER          PIC X(28)
               VALUE "*** STEPS RUN THIS CYCLE:  ".
           05  WS-TOT-RUN      PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER          PIC X(28)
               VALUE "*** STEPS NOT RUN:         ".
           05  WS-TOT-NOT-RUN  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER          PIC X(28)
               VALUE "*** STEPS WITH EXCEPTIONS: ".
           05  WS-TOT-EXC-STEPS PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-5.
           05  FILLER          PIC X(28)
               VALUE "*** EXCEPTIONS:            ".
           05  WS-TOT-EXCEPTIONS PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-6.
           05  FILLER          PIC X(28)
               VALUE "*** HISTORY RECORDS READ:  ".
           05  WS-TOT-READ     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-7.
           05  FILLER          PIC X(28)
               VALUE "*** HISTORY RECORDS KEPT:  ".
           05  WS-TOT-KEPT     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-8.
           05  FILLER          PIC X(28)
               VALUE "*** DROPPED PAST RETENTION:".
           05  WS-TOT-EXPIRED  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-9.
           05  FILLER          PIC X(28)
               VALUE "*** DROPPED - NO CYCLE DATE:".
           05  WS-TOT-UNREADABLE PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-10.
           05  FILLER          PIC X(28)
               VALUE "*** RECORDS WITH NO CARD:  ".
           05  WS-TOT-UNCARDED PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-REPORT-CYCLE
           PERFORM LOAD-RETENTION-CARD
           PERFORM LOAD-STEP-TABLE
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNHIST-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RUN-HISTORY - STATUS: "
                   WS-RUNHIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RUN-HISTORY-OUT
           PERFORM UNTIL WS-END-OF-FILE
               READ RUN-HISTORY-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HIST-READ-COUNT
                       PERFORM TRIM-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE RUN-HISTORY-FILE
           CLOSE RUN-HISTORY-OUT
           OPEN OUTPUT REPORT-FILE
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               PERFORM REVIEW-STEP
           END-PERFORM
           PERFORM VARYING WS-UNCARDED-SUB FROM 1 BY 1
                   UNTIL WS-UNCARDED-SUB > WS-UNCARDED-COUNT
               PERFORM WRITE-UNCARDED-LINE
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           DISPLAY "CUSTBWEX - CYCLE:            " WS-REPORT-CYCLE
           DISPLAY "CUSTBWEX - STEPS RUN:        " WS-STEPS-RUN-COUNT
           DISPLAY "CUSTBWEX - STEPS NOT RUN:    " WS-NOT-RUN-COUNT
           DISPLAY "CUSTBWEX - EXCEPTIONS:       " WS-EXCEPTION-COUNT
           DISPLAY "CUSTBWEX - HISTORY KEPT:     " WS-HIST-KEPT-COUNT
           IF WS-EXCEPTION-COUNT > 0
               DISPLAY "*** BATCH WINDOW EXCEPTIONS - SEE BWEXRPT ***"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> The report is for the cycle the nightly edit step last
      *> opened. Without it there is nothing to compare against and
      *> no safe point to trim the history from, so the run stops.
       READ-REPORT-CYCLE.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RUN-CONTROL - STATUS: "
                   WS-RUNCTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   MOVE SPACES TO RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE
           MOVE RUN-CYCLE-DATE TO WS-REPORT-CYCLE
           MOVE 0 TO WS-REPORT-DAY-NO
           IF WS-REPORT-CYCLE NUMERIC
               MOVE WS-REPORT-CYCLE TO WS-DATE-WORK-NUM
               PERFORM DATE-WORK-TO-DAY-NO
               MOVE WS-STAT-DAY-NO TO WS-REPORT-DAY-NO
               COMPUTE WS-REPORT-MONTH-NO =
                   WS-DATE-WORK-YEAR * 12 + WS-DATE-WORK-MONTH
           END-IF
           IF WS-REPORT-DAY-NO = 0
               DISPLAY "*** NO VALID CYCLE DATE ON RUN-CONTROL - "
                   "RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-RETENTION-CARD.
           OPEN INPUT RETENTION-FILE
           IF WS-RETCTL-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RETENTION - STATUS: "
                   WS-RETCTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RETENTION-FILE
               AT END
                   DISPLAY "*** EMPTY RETENTION CARD ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF RTC-RETENTION-DAYS NOT NUMERIC
                   OR RTC-RETENTION-DAYS = 0
               DISPLAY "*** INVALID RETENTION CARD - RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RTC-RETENTION-DAYS TO WS-RETENTION-DAYS
           CLOSE RETENTION-FILE.

      *> Blank cards and cards with an asterisk in col 1 are
      *> comments. Every other card must be complete and valid and
      *> name a step only once - a step judged on a half-read card
      *> would flag or pass the wrong things every morning.
       LOAD-STEP-TABLE.
           OPEN INPUT STEP-CONTROL-FILE
           IF WS-BWEXCTL-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN STEP-CONTROL - STATUS: "
                   WS-BWEXCTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CARD-EOF
               READ STEP-CONTROL-FILE
                   AT END
                       SET WS-CARD-EOF TO TRUE
                   NOT AT END
                       PERFORM STORE-STEP-ENTRY
               END-READ
           END-PERFORM
           CLOSE STEP-CONTROL-FILE
           IF WS-STEP-COUNT = 0
               DISPLAY "*** NO STEPS ON BWEXCTL - RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       STORE-STEP-ENTRY.
           IF STEP-CONTROL-CARD NOT = SPACES
                   AND BWC-STEP-NAME (1:1) NOT = "*"
               IF BWC-STEP-NAME = SPACES
                       OR NOT BWC-VALID-FREQUENCY
                       OR BWC-VOLUME-TOLERANCE NOT NUMERIC
                       OR BWC-TIME-TOLERANCE NOT NUMERIC
                       OR BWC-RUNS-AVERAGED NOT NUMERIC
                       OR BWC-VOLUME-FLOOR NOT NUMERIC
                       OR BWC-TIME-FLOOR NOT NUMERIC
                       OR BWC-NORMAL-RC NOT NUMERIC
                   DISPLAY "*** INVALID BWEXCTL CARD - RUN ABORTED ***"
                   DISPLAY "*** " STEP-CONTROL-CARD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF BWC-RUNS-AVERAGED = 0 OR BWC-RUNS-AVERAGED > 30
                   DISPLAY "*** BWEXCTL RUNS AVERAGED NOT 01-30 - "
                       "RUN ABORTED ***"
                   DISPLAY "*** " STEP-CONTROL-CARD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE BWC-STEP-NAME TO WS-SEARCH-NAME
               PERFORM FIND-STEP-ENTRY
               IF WS-STEP-FOUND
                   DISPLAY "*** DUPLICATE BWEXCTL CARD FOR "
                       BWC-STEP-NAME " - RUN ABORTED ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-STEP-COUNT >= WS-STEP-MAX
                   DISPLAY "*** BWEXCTL EXCEEDS " WS-STEP-MAX
                       " STEPS - RUN ABORTED ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-COUNT TO WS-STEP-SUB
               MOVE BWC-STEP-NAME TO WS-STP-NAME (WS-STEP-SUB)
               MOVE BWC-FREQUENCY TO WS-STP-FREQUENCY (WS-STEP-SUB)
               MOVE BWC-VOLUME-TOLERANCE
                   TO WS-STP-VOLUME-TOLERANCE (WS-STEP-SUB)
               MOVE BWC-TIME-TOLERANCE
                   TO WS-STP-TIME-TOLERANCE (WS-STEP-SUB)
               MOVE BWC-RUNS-AVERAGED
                   TO WS-STP-RUNS-AVERAGED (WS-STEP-SUB)
               MOVE BWC-VOLUME-FLOOR
                   TO WS-STP-VOLUME-FLOOR (WS-STEP-SUB)
               MOVE BWC-TIME-FLOOR TO WS-STP-TIME-FLOOR (WS-STEP-SUB)
               MOVE BWC-NORMAL-RC TO WS-STP-NORMAL-RC (WS-STEP-SUB)
               MOVE BWC-DESCRIPTION
                   TO WS-STP-DESCRIPTION (WS-STEP-SUB)
               MOVE 0 TO WS-STP-RUN-COUNT (WS-STEP-SUB)
               MOVE SPACES TO WS-STP-LAST-CYCLE (WS-STEP-SUB)
               PERFORM VARYING WS-COUNT-SUB FROM 1 BY 1
                       UNTIL WS-COUNT-SUB > 4
                   MOVE 0 TO WS-STP-CUR-COUNT
                       (WS-STEP-SUB WS-COUNT-SUB)
               END-PERFORM
               MOVE 0 TO WS-STP-CUR-ELAPSED (WS-STEP-SUB)
               MOVE 0 TO WS-STP-CUR-RC (WS-STEP-SUB)
               MOVE 0 TO WS-STP-HIST-COUNT (WS-STEP-SUB)
           END-IF.

       FIND-STEP-ENTRY.
           MOVE "N" TO WS-STEP-FOUND-SW
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
                      OR WS-STEP-FOUND
               IF WS-STP-NAME (WS-STEP-SUB) = WS-SEARCH-NAME
                   SET WS-STEP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-STEP-FOUND
               SUBTRACT 1 FROM WS-STEP-SUB
           END-IF.

      *> A record is kept while its cycle is within the retention
      *> of the report cycle; later cycles (a rerun of the report
      *> for an earlier night) are kept too. A record with no valid
      *> cycle date can never be judged or aged, so it is dropped.
       TRIM-HISTORY-RECORD.
           MOVE 0 TO WS-STAT-DAY-NO
           IF STAT-CYCLE-DATE NUMERIC
               MOVE STAT-CYCLE-DATE TO WS-DATE-WORK-NUM
               PERFORM DATE-WORK-TO-DAY-NO
           END-IF
           IF WS-STAT-DAY-NO = 0
               ADD 1 TO WS-UNREADABLE-COUNT
           ELSE
               IF WS-REPORT-DAY-NO - WS-STAT-DAY-NO
                       > WS-RETENTION-DAYS
                   ADD 1 TO WS-EXPIRED-COUNT
               ELSE
                   WRITE RUN-HISTORY-OUT-RECORD
                       FROM RUN-STATISTICS-RECORD
                   ADD 1 TO WS-HIST-KEPT-COUNT
                   PERFORM APPLY-HISTORY-RECORD
               END-IF
           END-IF.

      *> Converts the date in WS-DATE-WORK to a day number in
      *> WS-STAT-DAY-NO, or zero if it is not a calendar date.
       DATE-WORK-TO-DAY-NO.
           MOVE 0 TO WS-STAT-DAY-NO
           IF WS-DATE-WORK-YEAR > 1600
                   AND WS-DATE-WORK-MONTH >= 1
                   AND WS-DATE-WORK-MONTH <= 12
                   AND WS-DATE-WORK-DAY >= 1
                   AND WS-DATE-WORK-DAY <= 31
               COMPUTE WS-STAT-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
           END-IF.

       APPLY-HISTORY-RECORD.
           MOVE STAT-STEP-NAME TO WS-SEARCH-NAME
           PERFORM FIND-STEP-ENTRY
           IF NOT WS-STEP-FOUND
               PERFORM COUNT-UNCARDED-RECORD
           ELSE
               PERFORM COMPUTE-ELAPSED-TIME
               IF STAT-CYCLE-DATE = WS-REPORT-CYCLE
                   PERFORM RECORD-THIS-RUN
               ELSE
                   IF STAT-CYCLE-DATE < WS-REPORT-CYCLE
                       PERFORM RECORD-PRIOR-RUN
                   END-IF
               END-IF
           END-IF.

       COUNT-UNCARDED-RECORD.
           ADD 1 TO WS-UNCARDED-RECORDS
           MOVE 0 TO WS-UNCARDED-SUB
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-UNCARDED-COUNT
                      OR WS-UNCARDED-SUB > 0
               IF WS-UNC-NAME (WS-HIST-SUB) = STAT-STEP-NAME
                   MOVE WS-HIST-SUB TO WS-UNCARDED-SUB
               END-IF
           END-PERFORM
           IF WS-UNCARDED-SUB = 0
                   AND WS-UNCARDED-COUNT < WS-UNCARDED-MAX
               ADD 1 TO WS-UNCARDED-COUNT
               MOVE WS-UNCARDED-COUNT TO WS-UNCARDED-SUB
               MOVE STAT-STEP-NAME TO WS-UNC-NAME (WS-UNCARDED-SUB)
               MOVE 0 TO WS-UNC-RECORDS (WS-UNCARDED-SUB)
           END-IF
           IF WS-UNCARDED-SUB > 0
               ADD 1 TO WS-UNC-RECORDS (WS-UNCARDED-SUB)
           END-IF.

      *> Start and end are clock dates and HHMMSSHH times, so a run
      *> that crosses midnight still times correctly. A record with
      *> an unreadable date or time times as zero.
       COMPUTE-ELAPSED-TIME.
           MOVE 0 TO WS-ELAPSED-SECONDS
           IF STAT-START-DATE NUMERIC AND STAT-END-DATE NUMERIC
                   AND STAT-START-TIME NUMERIC
                   AND STAT-END-TIME NUMERIC
               MOVE STAT-START-DATE TO WS-DATE-WORK-NUM
               PERFORM DATE-WORK-TO-DAY-NO
               MOVE WS-STAT-DAY-NO TO WS-START-DAY-NO
               MOVE STAT-END-DATE TO WS-DATE-WORK-NUM
               PERFORM DATE-WORK-TO-DAY-NO
               MOVE WS-STAT-DAY-NO TO WS-END-DAY-NO
               MOVE STAT-START-TIME TO WS-TIME-WORK-NUM
               COMPUTE WS-START-SECONDS =
                   WS-TIME-WORK-HOURS * 3600
                   + WS-TIME-WORK-MINUTES * 60 + WS-TIME-WORK-SECONDS
               MOVE STAT-END-TIME TO WS-TIME-WORK-NUM
               COMPUTE WS-END-SECONDS =
                   WS-TIME-WORK-HOURS * 3600
                   + WS-TIME-WORK-MINUTES * 60 + WS-TIME-WORK-SECONDS
               IF WS-START-DAY-NO > 0 AND WS-END-DAY-NO > 0
                   COMPUTE WS-ELAPSED-SECONDS =
                       (WS-END-DAY-NO - WS-START-DAY-NO) * 86400
                       + WS-END-SECONDS - WS-START-SECONDS
               END-IF
               IF WS-ELAPSED-SECONDS < 0
                   MOVE 0 TO WS-ELAPSED-SECONDS
               END-IF
           END-IF.

       RECORD-THIS-RUN.
           ADD 1 TO WS-STP-RUN-COUNT (WS-STEP-SUB)
           MOVE STAT-RECORDS-READ
               TO WS-STP-CUR-COUNT (WS-STEP-SUB 1)
           MOVE STAT-RECORDS-WRITTEN
               TO WS-STP-CUR-COUNT (WS-STEP-SUB 2)
           MOVE STAT-RECORDS-REJECTED
               TO WS-STP-CUR-COUNT (WS-STEP-SUB 3)
           MOVE STAT-RECORDS-SUSPENDED
               TO WS-STP-CUR-COUNT (WS-STEP-SUB 4)
           MOVE WS-ELAPSED-SECONDS TO WS-STP-CUR-ELAPSED (WS-STEP-SUB)
           MOVE STAT-RETURN-CODE TO WS-STP-CUR-RC (WS-STEP-SUB).

      *> Prior runs arrive in the order they ended, so the newest
      *> good run goes on the end and, once the card's number of
      *> runs is held, the oldest drops off the front. A second
      *> good run for the cycle already on the end replaces it.
       RECORD-PRIOR-RUN.
           IF WS-STP-LAST-CYCLE (WS-STEP-SUB) = SPACES
                   OR STAT-CYCLE-DATE > WS-STP-LAST-CYCLE (WS-STEP-SUB)
               MOVE STAT-CYCLE-DATE TO WS-STP-LAST-CYCLE (WS-STEP-SUB)
           END-IF
           IF STAT-RETURN-CODE NUMERIC
                   AND STAT-RETURN-CODE
                       <= WS-STP-NORMAL-RC (WS-STEP-SUB)
               MOVE WS-STP-HIST-COUNT (WS-STEP-SUB) TO WS-HIST-SUB
               IF WS-HIST-SUB > 0
                   IF WS-HST-CYCLE (WS-STEP-SUB WS-HIST-SUB)
                           NOT = STAT-CYCLE-DATE
                       MOVE 0 TO WS-HIST-SUB
                   END-IF
               END-IF
               IF WS-HIST-SUB = 0
                   IF WS-STP-HIST-COUNT (WS-STEP-SUB)
                           < WS-STP-RUNS-AVERAGED (WS-STEP-SUB)
                       ADD 1 TO WS-STP-HIST-COUNT (WS-STEP-SUB)
                   ELSE
                       PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                               UNTIL WS-HIST-SUB
                                   >= WS-STP-HIST-COUNT (WS-STEP-SUB)
                           MOVE WS-STP-HISTORY
                                   (WS-STEP-SUB WS-HIST-SUB + 1)
                               TO WS-STP-HISTORY
                                   (WS-STEP-SUB WS-HIST-SUB)
                       END-PERFORM
                   END-IF
                   MOVE WS-STP-HIST-COUNT (WS-STEP-SUB) TO WS-HIST-SUB
               END-IF
               MOVE STAT-CYCLE-DATE
                   TO WS-HST-CYCLE (WS-STEP-SUB WS-HIST-SUB)
               MOVE STAT-RECORDS-READ
                   TO WS-HST-COUNT (WS-STEP-SUB WS-HIST-SUB 1)
               MOVE STAT-RECORDS-WRITTEN
                   TO WS-HST-COUNT (WS-STEP-SUB WS-HIST-SUB 2)
               MOVE STAT-RECORDS-REJECTED
                   TO WS-HST-COUNT (WS-STEP-SUB WS-HIST-SUB 3)
               MOVE STAT-RECORDS-SUSPENDED
                   TO WS-HST-COUNT (WS-STEP-SUB WS-HIST-SUB 4)
               MOVE WS-ELAPSED-SECONDS
                   TO WS-HST-ELAPSED (WS-STEP-SUB WS-HIST-SUB)
           END-IF.

      *> The step's exceptions and notes are worked out first and
      *> held, so its detail line can carry the status they add up
      *> to; the held lines then print under it.
       REVIEW-STEP.
           MOVE 0 TO WS-STEP-EXCEPTIONS
           MOVE 0 TO WS-NOTE-COUNT
           PERFORM COMPUTE-STEP-AVERAGES
           IF WS-STP-RUN-COUNT (WS-STEP-SUB) = 0
               PERFORM CHECK-STEP-NOT-RUN
           ELSE
               ADD 1 TO WS-STEPS-RUN-COUNT
               PERFORM CHECK-STEP-RUN
               IF WS-STEP-EXCEPTIONS > 0
                   MOVE "EXCEPTION" TO WS-STEP-STATUS
               ELSE
                   IF WS-STP-HIST-COUNT (WS-STEP-SUB) = 0
                       MOVE "NO HISTORY" TO WS-STEP-STATUS
                   ELSE
                       MOVE "OK" TO WS-STEP-STATUS
                   END-IF
               END-IF
           END-IF
           IF WS-STEP-EXCEPTIONS > 0
               ADD 1 TO WS-EXC-STEP-COUNT
               ADD WS-STEP-EXCEPTIONS TO WS-EXCEPTION-COUNT
           END-IF
           PERFORM WRITE-DETAIL-LINE
           IF WS-STP-HIST-COUNT (WS-STEP-SUB) > 0
               PERFORM WRITE-AVERAGE-LINE
           END-IF
           PERFORM VARYING WS-NOTE-SUB FROM 1 BY 1
                   UNTIL WS-NOTE-SUB > WS-NOTE-COUNT
               PERFORM WRITE-NOTE-LINE
           END-PERFORM.

       COMPUTE-STEP-AVERAGES.
           MOVE 0 TO WS-SUM-ELAPSED
           MOVE 0 TO WS-AVG-ELAPSED
           PERFORM VARYING WS-COUNT-SUB FROM 1 BY 1
                   UNTIL WS-COUNT-SUB > 4
               MOVE 0 TO WS-SUM-COUNT (WS-COUNT-SUB)
               MOVE 0 TO WS-AVG-COUNT (WS-COUNT-SUB)
           END-PERFORM
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-STP-HIST-COUNT (WS-STEP-SUB)
               PERFORM VARYING WS-COUNT-SUB FROM 1 BY 1
                       UNTIL WS-COUNT-SUB > 4
                   ADD WS-HST-COUNT (WS-STEP-SUB WS-HIST-SUB
                           WS-COUNT-SUB)
                       TO WS-SUM-COUNT (WS-COUNT-SUB)
               END-PERFORM
               ADD WS-HST-ELAPSED (WS-STEP-SUB WS-HIST-SUB)
                   TO WS-SUM-ELAPSED
           END-PERFORM
           IF WS-STP-HIST-COUNT (WS-STEP-SUB) > 0
               PERFORM VARYING WS-COUNT-SUB FROM 1 BY 1
                       UNTIL WS-COUNT-SUB > 4
                   COMPUTE WS-AVG-COUNT (WS-COUNT-SUB) ROUNDED =
                       WS-SUM-COUNT (WS-COUNT-SUB)
                       / WS-STP-HIST-COUNT (WS-STEP-SUB)
               END-PERFORM
               COMPUTE WS-AVG-ELAPSED ROUNDED =
                   WS-SUM-ELAPSED / WS-STP-HIST-COUNT (WS-STEP-SUB)
           END-IF.

      *> A nightly step must run every cycle. A monthly step is due
      *> once a month, so it is only missing once the month before
      *> the report cycle has gone by without a run. An on-request
      *> step is never missing.
       CHECK-STEP-NOT-RUN.
           MOVE "NOT DUE" TO WS-STEP-STATUS
           IF WS-STP-NIGHTLY (WS-STEP-SUB)
               MOVE "NOT RUN" TO WS-STEP-STATUS
               PERFORM START-NOTE-EXCEPTION
               MOVE "NOT RUN" TO WS-NTD-TYPE
               MOVE "NO RUN RECORDED FOR THE CYCLE" TO WS-NTD-TEXT
               PERFORM HOLD-NOTE-LINE
           END-IF
           IF WS-STP-MONTHLY (WS-STEP-SUB)
               IF WS-STP-LAST-CYCLE (WS-STEP-SUB) = SPACES
                   MOVE "NOT RUN" TO WS-STEP-STATUS
                   PERFORM START-NOTE-EXCEPTION
                   MOVE "NOT RUN" TO WS-NTD-TYPE
                   MOVE "NO RUN ON THE RETAINED HISTORY"
                       TO WS-NTD-TEXT
                   PERFORM HOLD-NOTE-LINE
               ELSE
                   MOVE WS-STP-LAST-CYCLE (WS-STEP-SUB)
                       TO WS-DATE-WORK-NUM
                   COMPUTE WS-LAST-MONTH-NO =
                       WS-DATE-WORK-YEAR * 12 + WS-DATE-WORK-MONTH
                   IF WS-REPORT-MONTH-NO - WS-LAST-MONTH-NO > 1
                       MOVE "NOT RUN" TO WS-STEP-STATUS
                       PERFORM START-NOTE-EXCEPTION
                       MOVE "NOT RUN" TO WS-NTD-TYPE
                       MOVE "LAST RAN FOR CYCLE" TO WS-NTD-TEXT
                       MOVE WS-STP-LAST-CYCLE (WS-STEP-SUB)
                           TO WS-NTD-VALUE-1
                       PERFORM HOLD-NOTE-LINE
                   END-IF
               END-IF
           END-IF
           IF WS-STEP-STATUS = "NOT RUN"
               ADD 1 TO WS-NOT-RUN-COUNT
           END-IF.

       CHECK-STEP-RUN.
           IF WS-STP-CUR-RC (WS-STEP-SUB)
                   > WS-STP-NORMAL-RC (WS-STEP-SUB)
               PERFORM START-NOTE-EXCEPTION
               MOVE "RETURN CODE" TO WS-NTD-TYPE
               MOVE "ENDED / HIGHEST NORMAL" TO WS-NTD-TEXT
               MOVE WS-STP-CUR-RC (WS-STEP-SUB) TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER TO WS-NTD-VALUE-1
               MOVE WS-STP-NORMAL-RC (WS-STEP-SUB) TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER TO WS-NTD-VALUE-2
               PERFORM HOLD-NOTE-LINE
           END-IF
           IF WS-STP-RUN-COUNT (WS-STEP-SUB) > 1
               PERFORM START-NOTE-INFORMATION
               MOVE "RERUN" TO WS-NTD-TYPE
               MOVE "RUNS RECORDED - LAST ONE SHOWN" TO WS-NTD-TEXT
               MOVE WS-STP-RUN-COUNT (WS-STEP-SUB) TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER TO WS-NTD-VALUE-1
               PERFORM HOLD-NOTE-LINE
           END-IF
           IF WS-STP-HIST-COUNT (WS-STEP-SUB) = 0
               PERFORM START-NOTE-INFORMATION
               MOVE "NO HISTORY" TO WS-NTD-TYPE
               MOVE "NO PRIOR GOOD RUNS TO AVERAGE" TO WS-NTD-TEXT
               PERFORM HOLD-NOTE-LINE
           ELSE
               PERFORM VARYING WS-COUNT-SUB FROM 1 BY 1
                       UNTIL WS-COUNT-SUB > 4
                   PERFORM CHECK-VOLUME
               END-PERFORM
               PERFORM CHECK-RUN-TIME
           END-IF.

      *> A count is judged only when this run or the average reaches
      *> the card's volume floor, so a handful of rejects against an
      *> average of two is not an exception. Against a zero average
      *> any volume at or above the floor is a swing.
       CHECK-VOLUME.
           MOVE WS-STP-CUR-COUNT (WS-STEP-SUB WS-COUNT-SUB)
               TO WS-CURRENT-VALUE
           MOVE WS-AVG-COUNT (WS-COUNT-SUB) TO WS-AVERAGE-VALUE
           IF WS-CURRENT-VALUE >= WS-STP-VOLUME-FLOOR (WS-STEP-SUB)
                   OR WS-AVERAGE-VALUE
                       >= WS-STP-VOLUME-FLOOR (WS-STEP-SUB)
               PERFORM COMPUTE-CHANGE-PERCENT
               IF WS-DIFFERENCE NOT = 0
                       AND WS-CHANGE-PERCENT
                           > WS-STP-VOLUME-TOLERANCE (WS-STEP-SUB)
                   MOVE WS-COUNT-NAME (WS-COUNT-SUB) TO WS-EXC-TYPE
                   MOVE WS-STP-VOLUME-TOLERANCE (WS-STEP-SUB)
                       TO WS-EXC-TOLERANCE
                   PERFORM HOLD-EXCEPTION-LINE
               END-IF
           END-IF.

      *> Only a slower run is an exception; a run at or below the
      *> run-time floor is never judged, however it compares.
       CHECK-RUN-TIME.
           MOVE WS-STP-CUR-ELAPSED (WS-STEP-SUB) TO WS-CURRENT-VALUE
           MOVE WS-AVG-ELAPSED TO WS-AVERAGE-VALUE
           IF WS-CURRENT-VALUE >= WS-STP-TIME-FLOOR (WS-STEP-SUB)
                   AND WS-CURRENT-VALUE > WS-AVERAGE-VALUE
               PERFORM COMPUTE-CHANGE-PERCENT
               IF WS-CHANGE-PERCENT
                       > WS-STP-TIME-TOLERANCE (WS-STEP-SUB)
                   MOVE "SLOWER - SECONDS" TO WS-EXC-TYPE
                   MOVE WS-STP-TIME-TOLERANCE (WS-STEP-SUB)
                       TO WS-EXC-TOLERANCE
                   PERFORM HOLD-EXCEPTION-LINE
               END-IF
           END-IF
           MOVE WS-STP-HIST-COUNT (WS-STEP-SUB) TO WS-HIST-SUB
           IF WS-HIST-SUB >= 2
                   AND WS-CURRENT-VALUE
                       >= WS-STP-TIME-FLOOR (WS-STEP-SUB)
               IF WS-CURRENT-VALUE
                       > WS-HST-ELAPSED (WS-STEP-SUB WS-HIST-SUB)
                   AND WS-HST-ELAPSED (WS-STEP-SUB WS-HIST-SUB)
                       > WS-HST-ELAPSED (WS-STEP-SUB WS-HIST-SUB - 1)
                   PERFORM START-NOTE-EXCEPTION
                   MOVE "RUN TIME RISING" TO WS-NTD-TYPE
                   MOVE "LAST THREE RUNS, SECONDS" TO WS-NTD-TEXT
                   MOVE WS-HST-ELAPSED (WS-STEP-SUB WS-HIST-SUB - 1)
                       TO WS-EDIT-NUMBER
                   MOVE WS-EDIT-NUMBER TO WS-NTD-VALUE-1
                   MOVE WS-HST-ELAPSED (WS-STEP-SUB WS-HIST-SUB)
                       TO WS-EDIT-NUMBER
                   MOVE WS-EDIT-NUMBER TO WS-NTD-VALUE-2
                   MOVE WS-CURRENT-VALUE TO WS-EDIT-NUMBER
                   MOVE WS-EDIT-NUMBER TO WS-NTD-VALUE-3
                   PERFORM HOLD-NOTE-LINE
               END-IF
           END-IF.

       COMPUTE-CHANGE-PERCENT.
           IF WS-CURRENT-VALUE > WS-AVERAGE-VALUE
               COMPUTE WS-DIFFERENCE =
                   WS-CURRENT-VALUE - WS-AVERAGE-VALUE
               MOVE "UP" TO WS-EXC-DIRECTION
           ELSE
               COMPUTE WS-DIFFERENCE =
                   WS-AVERAGE-VALUE - WS-CURRENT-VALUE
               MOVE "DOWN" TO WS-EXC-DIRECTION
           END-IF
           IF WS-AVERAGE-VALUE = 0
               MOVE 9999 TO WS-CHANGE-PERCENT
           ELSE
               COMPUTE WS-CHANGE-PERCENT ROUNDED =
                   WS-DIFFERENCE * 100 / WS-AVERAGE-VALUE
               IF WS-CHANGE-PERCENT > 9999
                   MOVE 9999 TO WS-CHANGE-PERCENT
               END-IF
           END-IF.

       HOLD-EXCEPTION-LINE.
           ADD 1 TO WS-STEP-EXCEPTIONS
           MOVE WS-CURRENT-VALUE TO WS-EXC-CURRENT
           MOVE WS-AVERAGE-VALUE TO WS-EXC-AVERAGE
           MOVE WS-CHANGE-PERCENT TO WS-EXC-PERCENT
           IF WS-NOTE-COUNT < 10
               ADD 1 TO WS-NOTE-COUNT
               MOVE WS-EXCEPTION-LINE TO WS-NOTE-LINE (WS-NOTE-COUNT)
           END-IF.

       START-NOTE-EXCEPTION.
           ADD 1 TO WS-STEP-EXCEPTIONS
           MOVE SPACES TO WS-NOTE-DETAIL
           MOVE "*** " TO WS-NTD-MARK.

       START-NOTE-INFORMATION.
           MOVE SPACES TO WS-NOTE-DETAIL.

       HOLD-NOTE-LINE.
           IF WS-NOTE-COUNT < 10
               ADD 1 TO WS-NOTE-COUNT
               MOVE WS-NOTE-DETAIL TO WS-NOTE-LINE (WS-NOTE-COUNT)
           END-IF.

       WRITE-REPORT-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
           MOVE WS-REPORT-CYCLE TO WS-HDG-CYCLE
           MOVE WS-RETENTION-DAYS TO WS-HDG-RETENTION
           WRITE REPORT-LINE FROM WS-HEADING-LINE
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-CYCLE-HEADING-LINE
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-LINE
               AFTER ADVANCING 2 LINES
           MOVE 0 TO WS-LINE-COUNT.

       WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADING
           END-IF
           MOVE WS-STP-NAME (WS-STEP-SUB) TO WS-DTL-STEP
           MOVE WS-STP-FREQUENCY (WS-STEP-SUB) TO WS-DTL-FREQUENCY
           MOVE WS-STP-DESCRIPTION (WS-STEP-SUB) TO WS-DTL-DESCRIPTION
           IF WS-STP-RUN-COUNT (WS-STEP-SUB) = 0
               MOVE SPACES TO WS-DTL-NO-RC
               MOVE SPACES TO WS-DTL-NO-COUNTS
               MOVE SPACES TO WS-DTL-NO-ELAPSED
           ELSE
               MOVE WS-STP-CUR-RC (WS-STEP-SUB) TO WS-DTL-RC
               MOVE SPACES TO WS-DTL-NO-COUNTS
               PERFORM VARYING WS-COUNT-SUB FROM 1 BY 1
                       UNTIL WS-COUNT-SUB > 4
                   MOVE WS-STP-CUR-COUNT (WS-STEP-SUB WS-COUNT-SUB)
                       TO WS-DTL-COUNT (WS-COUNT-SUB)
               END-PERFORM
               MOVE WS-STP-CUR-ELAPSED (WS-STEP-SUB) TO WS-DTL-ELAPSED
           END-IF
           MOVE WS-STEP-STATUS TO WS-DTL-STATUS
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT.

       WRITE-AVERAGE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADING
           END-IF
           MOVE SPACES TO WS-DTL-STEP
           MOVE SPACES TO WS-DTL-FREQUENCY
           MOVE WS-STP-HIST-COUNT (WS-STEP-SUB) TO WS-AVT-RUNS
           MOVE WS-AVERAGE-TEXT TO WS-DTL-DESCRIPTION
           MOVE SPACES TO WS-DTL-NO-RC
           MOVE SPACES TO WS-DTL-NO-COUNTS
           PERFORM VARYING WS-COUNT-SUB FROM 1 BY 1
                   UNTIL WS-COUNT-SUB > 4
               MOVE WS-AVG-COUNT (WS-COUNT-SUB)
                   TO WS-DTL-COUNT (WS-COUNT-SUB)
           END-PERFORM
           MOVE WS-AVG-ELAPSED TO WS-DTL-ELAPSED
           MOVE SPACES TO WS-DTL-STATUS
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-NOTE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADING
           END-IF
           WRITE REPORT-LINE FROM WS-NOTE-LINE (WS-NOTE-SUB)
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-UNCARDED-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADING
           END-IF
           PERFORM START-NOTE-INFORMATION
           MOVE "NO BWEXCTL CARD" TO WS-NTD-TYPE
           MOVE "STEP / RECORDS ON THE HISTORY" TO WS-NTD-TEXT
           MOVE WS-UNC-NAME (WS-UNCARDED-SUB) TO WS-NTD-VALUE-1
           MOVE WS-UNC-RECORDS (WS-UNCARDED-SUB) TO WS-EDIT-NUMBER
           MOVE WS-EDIT-NUMBER TO WS-NTD-VALUE-2
           WRITE REPORT-LINE FROM WS-NOTE-DETAIL
               AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT.

       WRITE-REPORT-TOTALS.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADING
           END-IF
           MOVE WS-STEP-COUNT TO WS-TOT-STEPS
           MOVE WS-STEPS-RUN-COUNT TO WS-TOT-RUN
           MOVE WS-NOT-RUN-COUNT TO WS-TOT-NOT-RUN
           MOVE WS-EXC-STEP-COUNT TO WS-TOT-EXC-STEPS
           MOVE WS-EXCEPTION-COUNT TO WS-TOT-EXCEPTIONS
           MOVE WS-HIST-READ-COUNT TO WS-TOT-READ
           MOVE WS-HIST-KEPT-COUNT TO WS-TOT-KEPT
           MOVE WS-EXPIRED-COUNT TO WS-TOT-EXPIRED
           MOVE WS-UNREADABLE-COUNT TO WS-TOT-UNREADABLE
           MOVE WS-UNCARDED-RECORDS TO WS-TOT-UNCARDED
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 3 LINES
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-6
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-7
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-8
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-9
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-10
               AFTER ADVANCING 1 LINE.
