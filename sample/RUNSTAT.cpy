      *> RUNSTAT - Shared batch run-statistics record layout. COPY
      *> this member into the FILE SECTION of every batch program that
      *> reports its run to the shared run-history dataset (RUNSTATS,
      *> PROD.BATCH.RUNHIST), and of the morning CUSTBWEX exception
      *> report that reads it back, so every writer and the reader
      *> agree on the layout. Each program appends one record per run
      *> as it ends - the DD is DISP=MOD, so the dataset keeps every
      *> run in the order the steps finished. The step name identifies
      *> the run for the rolling averages: it is the program name,
      *> except where one program runs as more than one step (CUSTHSTL
      *> loads the nightly posting and each monthly money run, named on
      *> its HSTCTL card). The cycle date is the business cycle from
      *> the RUNCTL ledger, never the clock, so a stream that runs past
      *> midnight still reports under one cycle. Start and end are the
      *> clock date and time (HHMMSSHH). The four counts are the
      *> program's own register figures: records read is its main
      *> input, written its main output, rejected what it refused,
      *> suspended what it set aside for a later run. The two money
      *> totals are the pair the program's register totals - money in
      *> the value it took on (for the posting run, the debits), money
      *> out the value it paid away or took off (the credits) - and
      *> each writer's statistics paragraph says which figures it
      *> files. A program with no figure for a field leaves it zero.
      *> The return code is the one the step ends with.
       01  RUN-STATISTICS-RECORD.
           05  STAT-STEP-NAME          PIC X(8).
           05  STAT-PROGRAM-ID         PIC X(8).
           05  STAT-CYCLE-DATE         PIC X(8).
           05  STAT-START-DATE         PIC X(8).
           05  STAT-START-TIME         PIC X(8).
           05  STAT-END-DATE           PIC X(8).
           05  STAT-END-TIME           PIC X(8).
           05  STAT-RECORDS-READ       PIC 9(9).
           05  STAT-RECORDS-WRITTEN    PIC 9(9).
           05  STAT-RECORDS-REJECTED   PIC 9(9).
           05  STAT-RECORDS-SUSPENDED  PIC 9(9).
           05  STAT-MONEY-IN           PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  STAT-MONEY-OUT          PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  STAT-RETURN-CODE        PIC 9(4).
