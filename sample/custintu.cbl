      *> record per month, which the annual CUSTINTA run sums to
      *> prove its grand total back to the twelve monthly register
      *> figures.
      *> Each completed run appends its statistics record (copybook
      *> RUNSTAT) to the shared run-history dataset.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINTU.

               FILE STATUS IS WS-INTLOG-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "INTURPT"
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
       01  WS-TRAN-COUNT       PIC S9(7) COMP-3   VALUE 0.
       01  WS-INTEREST-COUNT   PIC S9(7) COMP-3   VALUE 0.
       01  WS-INTYTD-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-ASMTTRAN-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-INTLOG-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-RUNCTL-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-RUNSTATS-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-CYCLE-DATE           PIC X(8)    VALUE SPACES.

       01  WS-RUN-DATE         PIC X(8)    VALUE SPACES.
       01  WS-RUN-TIME         PIC X(8)    VALUE SPACES.
       01  WS-RUN-YEAR         PIC X(4)    VALUE SPACES.
       01  WS-RUN-MONTH        PIC X(6)    VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM READ-CYCLE-DATE
           MOVE WS-RUN-DATE (1:4) TO WS-RUN-YEAR
           MOVE WS-RUN-DATE (1:6) TO WS-RUN-MONTH
           OPEN I-O INTEREST-YTD-FILE
           DISPLAY "CUSTINTU - TRANSACTIONS READ: " WS-TRAN-COUNT
           DISPLAY "CUSTINTU - INTEREST APPLIED:  " WS-INTEREST-COUNT
           DISPLAY "CUSTINTU - MONTH TOTAL:       " WS-MONTH-TOTAL
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

      *> Run statistics for the morning batch-window report: assessment
      *> transactions read, interest credits rolled into the YTD file,
      *> and the month's interest as money out. A run-history dataset
      *> that cannot be opened is reported and the run still ends
      *> normally.
       WRITE-RUN-STATISTICS.
           OPEN OUTPUT RUN-STATISTICS-FILE
           IF WS-RUNSTATS-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RUN-STATISTICS - STATUS: "
                   WS-RUNSTATS-FILE-STATUS
               DISPLAY "*** RUN STATISTICS NOT RECORDED ***"
           ELSE
               MOVE "CUSTINTU" TO STAT-STEP-NAME
               MOVE "CUSTINTU" TO STAT-PROGRAM-ID
               MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE
               MOVE WS-RUN-DATE TO STAT-START-DATE
               MOVE WS-RUN-TIME TO STAT-START-TIME
               ACCEPT STAT-END-DATE FROM DATE YYYYMMDD
               ACCEPT STAT-END-TIME FROM TIME
               MOVE WS-TRAN-COUNT TO STAT-RECORDS-READ
               MOVE WS-INTEREST-COUNT TO STAT-RECORDS-WRITTEN
               MOVE 0 TO STAT-RECORDS-REJECTED
               MOVE 0 TO STAT-RECORDS-SUSPENDED
               MOVE 0 TO STAT-MONEY-IN
               MOVE WS-MONTH-TOTAL TO STAT-MONEY-OUT
               MOVE RETURN-CODE TO STAT-RETURN-CODE
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

      *> Only the assessment run's interest credits roll into the
      *> YTD file; the service charge debits on the same echo file
      *> pass straight through.
