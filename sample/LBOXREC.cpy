      *> LBOXREC - Bank lockbox remittance file record layout.
      *> COPY this member into the FILE SECTION of any program that
      *> reads the daily lockbox transmission from the bank. The
      *> layout is the bank's: one H record carrying the lockbox
      *> number, the deposit date and the deposit total, one D
      *> record per check with the remitter's account number as
      *> the customer wrote it on the coupon, the check number and
      *> the amount, and one T record with the check count and
      *> dollar total. The account number is PIC X on purpose -
      *> the bank keys whatever is on the coupon, digits or not.
       01  LOCKBOX-RECORD.
           05  LBX-RECORD-TYPE         PIC X.
               88 LBX-HEADER          VALUE "H".
               88 LBX-DETAIL          VALUE "D".
               88 LBX-TRAILER         VALUE "T".
           05  LBX-DATA                PIC X(79).
           05  LBX-HEADER-DATA REDEFINES LBX-DATA.
               10  LBX-LOCKBOX-ID      PIC X(6).
               10  LBX-DEPOSIT-DATE    PIC X(8).
               10  LBX-DEPOSIT-TOTAL   PIC 9(11)V99.
               10  FILLER              PIC X(52).
           05  LBX-DETAIL-DATA REDEFINES LBX-DATA.
               10  LBX-ACCOUNT-NO      PIC X(7).
               10  LBX-CHECK-NO        PIC X(10).
               10  LBX-AMOUNT          PIC 9(9)V99.
               10  LBX-REMITTER        PIC X(30).
               10  FILLER              PIC X(21).
           05  LBX-TRAILER-DATA REDEFINES LBX-DATA.
               10  LBX-ITEM-COUNT      PIC 9(7).
               10  LBX-ITEM-TOTAL      PIC 9(11)V99.
               10  FILLER              PIC X(59).
