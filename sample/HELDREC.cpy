      *> HELDREC - Held-for-approval transaction record layout.
      *> COPY this member into the FILE SECTION of any batch program
      *> that reads or writes the held-transaction KSDS (dataset
      *> PROD.CUSTTRAN.HELD) or the nightly held extract the posting
      *> run writes for it, or into the WORKING-STORAGE SECTION of a
      *> CICS program that reads it as CICS file CUSTHELD. One record
      *> per debit the posting run would not apply because it would
      *> have taken the account over its credit limit. The key is the
      *> account, the business cycle the debit was held in and a
      *> sequence within the account and cycle, so an account's held
      *> items stay together in the order they were held.
      *> HLD-TRAN-IMAGE is the transaction exactly as it was read
      *> (copybook TRANREC). The risk class, effective limit and
      *> balance are as they stood when the debit was held.
      *> HLD-STATUS moves P (pending) to A (approved) or D (declined)
      *> through the CAPR supervisor transaction, which stamps who
      *> decided it and when; an approved item becomes R (released)
      *> when the CUSTHREL run sends it back to posting, and
      *> HLD-RELEASED-CYCLE is the cycle it was released into.
       01  HELD-TRANSACTION-RECORD.
           05  HLD-KEY.
               10  HLD-ACCOUNT-NO      PIC 9(7).
               10  HLD-HELD-CYCLE      PIC X(8).
               10  HLD-SEQUENCE        PIC 9(3).
           05  HLD-TRAN-IMAGE          PIC X(47).
           05  HLD-RISK-CLASS          PIC X.
           05  HLD-CREDIT-LIMIT        PIC 9(9)V99.
           05  HLD-BALANCE-AT-HOLD     PIC S9(9)V99.
           05  HLD-STATUS              PIC X.
               88 HLD-PENDING         VALUE "P".
               88 HLD-APPROVED        VALUE "A".
               88 HLD-DECLINED        VALUE "D".
               88 HLD-RELEASED        VALUE "R".
           05  HLD-DECIDED-BY          PIC X(8).
           05  HLD-DECIDED-DATE        PIC X(8).
           05  HLD-DECIDED-TIME        PIC X(6).
           05  HLD-RELEASED-CYCLE      PIC X(8).
           05  FILLER                  PIC X(1).
