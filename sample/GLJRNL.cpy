      *> GLJRNL - Shared general ledger journal interface record.
      *> COPY this member into the FILE SECTION of any program that
      *> writes or reads the GL journal interface file, so every
      *> step that moves money on CUST-BALANCE hands the ledger its
      *> totals in one agreed layout and the CUSTGLJ feed step reads
      *> them back the same way. Each run writes one journal: a DTL
      *> record per activity type it booked (activity code, item
      *> count and signed amount - a negative amount reverses the
      *> chart's debit and credit accounts), then one TRL record
      *> carrying the CTLCARD balance hash as the run read it and
      *> as it rewrote it, plus the number of DTL records written.
      *> Source program, cycle date and run time repeat on every
      *> record and together identify the journal. The cycle date
      *> is the business cycle on the RUNCTL ledger (the run date
      *> when the ledger is blank), except for CUSTNACT, which runs
      *> before RUNSTEP opens the night's cycle and stamps its own
      *> run date. The activity codes are mapped to GL accounts
      *> only in the CUSTGLJ chart of accounts, never in the writing
      *> programs, so accounting can remap an activity without a
      *> program change.
       01  GL-JOURNAL-RECORD.
           05  GLJ-SOURCE-PGM          PIC X(8).
           05  GLJ-CYCLE-DATE          PIC X(8).
           05  GLJ-RUN-TIME            PIC X(6).
           05  GLJ-RECORD-TYPE         PIC X(3).
               88 GLJ-DETAIL          VALUE "DTL".
               88 GLJ-TRAILER         VALUE "TRL".
           05  GLJ-DATA                PIC X(55).
           05  GLJ-DETAIL-DATA REDEFINES GLJ-DATA.
               10  GLJ-ACTIVITY-CODE   PIC X(4).
               10  GLJ-ITEM-COUNT      PIC 9(7).
               10  GLJ-AMOUNT          PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  GLJ-DESCRIPTION     PIC X(24).
               10  FILLER              PIC X(4).
           05  GLJ-TRAILER-DATA REDEFINES GLJ-DATA.
               10  GLJ-OPENING-HASH    PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  GLJ-CLOSING-HASH    PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  GLJ-DETAIL-COUNT    PIC 9(5).
               10  FILLER              PIC X(18).
