      *> CUSTOVLX - Nightly over-limit exposure extract
      *> Runs after the nightly posting and reads the whole customer
      *> master KSDS in account order, read-only. Each account's
      *> effective credit limit is worked out exactly as the posting
      *> run works it out: its own limit from the customer credit
      *> file (copybook CUSTCRED) when it has one, otherwise the
      *> default for its risk class from the RISKCLS control table
      *> (copybook RISKCLS) - an account with no credit record is in
      *> the standard class, and a class no longer in the table, or
      *> an own limit that is not numeric, takes the standard class
      *> default. Every account whose balance stands above that limit
      *> is written to the exposure extract (copybook CUSTOVL) with
      *> the amount it is over; the OVLSORT step puts the extract
      *> into risk class order for the CUSTOVLR report. A balance
      *> that is not numeric cannot be measured and is only counted;
      *> the nightly edit already reports it. The run will not start
      *> without a usable risk class table.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOVLX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ACCOUNT-NO
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.
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
           SELECT OVER-LIMIT-FILE ASSIGN TO "OVLEXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT RUN-STATISTICS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
           COPY CUSTREC.

       FD  CREDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY CUSTCRED.

       FD  RISK-CLASS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY RISKCLS.

       FD  OVER-LIMIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY CUSTOVL.

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
       01  WS-OVER-COUNT       PIC S9(7) COMP-3   VALUE 0.
       01  WS-NONNUM-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-OVER-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-EOF-SWITCH       PIC X       VALUE "N".
           88 WS-END-OF-FILE  VALUE "Y".
       01  WS-RISK-EOF-SWITCH  PIC X       VALUE "N".
           88 WS-RISK-EOF     VALUE "Y".
       01  WS-RISK-TABLE-SWITCH PIC X      VALUE "Y".
           88 WS-RISK-TABLE-OK VALUE "Y".
       01  WS-STANDARD-CLASS-SWITCH PIC X  VALUE "N".
           88 WS-STANDARD-CLASS-LOADED VALUE "Y".

       01  WS-CUSTMAST-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-CUSTCRED-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-RISKCLS-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-RUNCTL-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-RUNSTATS-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-CYCLE-DATE           PIC X(8)    VALUE SPACES.

       01  WS-RISK-CLASS       PIC X       VALUE SPACE.
       01  WS-CLASS-DESCRIPTION PIC X(20)  VALUE SPACES.
       01  WS-CREDIT-LIMIT     PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-STANDARD-LIMIT   PIC S9(9)V99 COMP-3 VALUE 0.
           COPY RISKTBL.

       01  WS-RUN-DATE         PIC X(8)    VALUE SPACES.
       01  WS-RUN-TIME         PIC X(8)    VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM READ-CYCLE-DATE
           PERFORM LOAD-RISK-CLASS-TABLE
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CUSTOMER-MASTER - STATUS: "
                   WS-CUSTMAST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CREDIT-FILE
           IF WS-CUSTCRED-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CREDIT-FILE - STATUS: "
                   WS-CUSTCRED-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT OVER-LIMIT-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ CUSTOMER-MASTER
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM MEASURE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER
           CLOSE CREDIT-FILE
           CLOSE OVER-LIMIT-FILE
           DISPLAY "CUSTOVLX - RECORDS READ:       " WS-READ-COUNT
           DISPLAY "CUSTOVLX - OVER CREDIT LIMIT:  " WS-OVER-COUNT
           DISPLAY "CUSTOVLX - BALANCE NOT NUMERIC:" WS-NONNUM-COUNT
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
      *> morning batch-window report reads (copybook RUNSTAT): master
      *> records read, accounts extracted over their limit, balances
      *> not numeric as rejected, and money in the total amount over.
      *> The DD is DISP=MOD, so the open adds to the end; a history
      *> that cannot be opened costs only the record.
       WRITE-RUN-STATISTICS.
           OPEN OUTPUT RUN-STATISTICS-FILE
           IF WS-RUNSTATS-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RUN-STATISTICS - STATUS: "
                   WS-RUNSTATS-FILE-STATUS
               DISPLAY "*** RUN STATISTICS NOT RECORDED ***"
           ELSE
               MOVE "CUSTOVLX" TO STAT-STEP-NAME
               MOVE "CUSTOVLX" TO STAT-PROGRAM-ID
               MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE
               MOVE WS-RUN-DATE TO STAT-START-DATE
               MOVE WS-RUN-TIME TO STAT-START-TIME
               ACCEPT STAT-END-DATE FROM DATE YYYYMMDD
               ACCEPT STAT-END-TIME FROM TIME
               MOVE WS-READ-COUNT TO STAT-RECORDS-READ
               MOVE WS-OVER-COUNT TO STAT-RECORDS-WRITTEN
               MOVE WS-NONNUM-COUNT TO STAT-RECORDS-REJECTED
               MOVE 0 TO STAT-RECORDS-SUSPENDED
               MOVE WS-OVER-TOTAL TO STAT-MONEY-IN
               MOVE 0 TO STAT-MONEY-OUT
               MOVE RETURN-CODE TO STAT-RETURN-CODE
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

       MEASURE-ACCOUNT.
           IF CUST-BALANCE NOT NUMERIC
               ADD 1 TO WS-NONNUM-COUNT
           ELSE
               PERFORM READ-CREDIT-FOR-ACCOUNT
               IF CUST-BALANCE > WS-CREDIT-LIMIT
                   PERFORM WRITE-OVER-LIMIT-RECORD
               END-IF
           END-IF.

       WRITE-OVER-LIMIT-RECORD.
           MOVE SPACES TO OVER-LIMIT-EXTRACT-RECORD
           MOVE WS-RISK-CLASS TO OVL-RISK-CLASS
           MOVE CUST-ACCOUNT-NO TO OVL-ACCOUNT-NO
           MOVE CUST-NAME TO OVL-NAME
           MOVE CUST-STATE TO OVL-STATE
           MOVE CUST-STATUS TO OVL-STATUS
           MOVE CUST-BALANCE TO OVL-BALANCE
           MOVE WS-CREDIT-LIMIT TO OVL-CREDIT-LIMIT
           MOVE CRD-LIMIT-SOURCE TO OVL-LIMIT-SOURCE
           COMPUTE OVL-OVER-AMOUNT = CUST-BALANCE - WS-CREDIT-LIMIT
           MOVE WS-CLASS-DESCRIPTION TO OVL-CLASS-DESCRIPTION
           WRITE OVER-LIMIT-EXTRACT-RECORD
           ADD 1 TO WS-OVER-COUNT
           ADD OVL-OVER-AMOUNT TO WS-OVER-TOTAL.

      *> The account's effective credit limit, worked out as the
      *> posting run works it out. The source is left showing "D"
      *> whenever the class default was used, so the report can say
      *> which accounts have a limit of their own.
       READ-CREDIT-FOR-ACCOUNT.
           MOVE CUST-ACCOUNT-NO TO CRD-ACCOUNT-NO
           READ CREDIT-FILE
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-CREDIT-RECORD
                   SET CRD-STANDARD-CLASS TO TRUE
                   SET CRD-CLASS-LIMIT TO TRUE
           END-READ
           MOVE CRD-RISK-CLASS TO WS-RISK-CLASS
           PERFORM FIND-RISK-CLASS
           IF RKT-CLASS-FOUND
               MOVE RKT-DESCRIPTION (RKT-IDX) TO WS-CLASS-DESCRIPTION
           ELSE
               MOVE "NOT ON CONTROL FILE" TO WS-CLASS-DESCRIPTION
           END-IF
           IF CRD-ACCOUNT-LIMIT AND CRD-CREDIT-LIMIT NUMERIC
               MOVE CRD-CREDIT-LIMIT TO WS-CREDIT-LIMIT
           ELSE
               SET CRD-CLASS-LIMIT TO TRUE
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
      *> stops the run before anything is extracted.
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
