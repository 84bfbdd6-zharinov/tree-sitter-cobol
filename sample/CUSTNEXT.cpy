      *> CUSTNEXT - Next account number control record layout.
      *> COPY this member into the WORKING-STORAGE SECTION of any
      *> program that assigns new account numbers from the
      *> next-number control KSDS (CICS file CUSTNEXT), so every
      *> assigner reads and rewrites the one record the same way.
      *> The file holds a single record under the key ACCOUNT.
      *> NXT-LAST-ACCOUNT-NO is the last number handed out; an
      *> assigner takes it with READ UPDATE, which holds the
      *> record against every other terminal until the new master
      *> record is written and the number is rewritten, so no two
      *> openings can ever be given the same account.
      *> NXT-HIGH-ACCOUNT-NO is the top of the range reserved for
      *> online openings - nothing is assigned past it. The file
      *> is defined recoverable to CICS, so a task that abends
      *> between the master write and the rewrite backs both out
      *> together.
       01  NEXT-NUMBER-RECORD.
           05  NXT-CONTROL-KEY         PIC X(8).
           05  NXT-LAST-ACCOUNT-NO     PIC 9(7).
           05  NXT-HIGH-ACCOUNT-NO     PIC 9(7).
           05  NXT-LAST-DATE           PIC X(8).
           05  NXT-LAST-TIME           PIC X(6).
           05  NXT-LAST-OPERATOR       PIC X(8).
           05  FILLER                  PIC X(6).
