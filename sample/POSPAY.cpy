      *> POSPAY - Bank positive-pay check issue file record layout.
      *> COPY this member into the FILE SECTION of any program that
      *> writes or reads the positive-pay issue file transmitted to
      *> the bank. The layout is the bank's: one I record per check
      *> issued, carrying our disbursement account number, the check
      *> number, the issue date, the amount and the payee exactly as
      *> printed, so the bank can refuse any presented check that
      *> does not match; then one T record with the check count and
      *> dollar total the bank proves the transmission against. The
      *> customer account number rides in the I record as our
      *> reference only - the bank does not match on it.
       01  POSITIVE-PAY-RECORD.
           05  PPY-RECORD-TYPE         PIC X.
               88 PPY-ISSUE           VALUE "I".
               88 PPY-TRAILER         VALUE "T".
           05  PPY-BANK-ACCOUNT        PIC X(12).
           05  PPY-DATA                PIC X(67).
           05  PPY-ISSUE-DATA REDEFINES PPY-DATA.
               10  PPY-CHECK-NO        PIC 9(10).
               10  PPY-ISSUE-DATE      PIC X(8).
               10  PPY-AMOUNT          PIC 9(9)V99.
               10  PPY-PAYEE           PIC X(30).
               10  PPY-ACCOUNT-NO      PIC 9(7).
               10  FILLER              PIC X(1).
           05  PPY-TRAILER-DATA REDEFINES PPY-DATA.
               10  PPY-ITEM-COUNT      PIC 9(7).
               10  PPY-ITEM-TOTAL      PIC 9(11)V99.
               10  FILLER              PIC X(47).
