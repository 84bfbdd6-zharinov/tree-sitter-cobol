      *> run all carry this same layout), so a field length or PIC
      *> change only has to be made in one place. Debits are added to
      *> CUST-BALANCE and credits are subtracted, the receivables
      *> convention used everywhere in this system. Type "A" is an
      *> approved debit: one the posting run held because it would
      *> have taken the account over its credit limit, approved by a
      *> supervisor and released back into the next posting by
      *> CUSTHREL. The posting run applies it as a debit without the
      *> credit limit test and passes it on as an ordinary "D".
       01  TRANSACTION-RECORD.
           05  TRAN-ACCOUNT-NO         PIC 9(7).
           05  TRAN-DATE               PIC X(8).
           05  TRAN-TYPE               PIC X.
               88 TRAN-DEBIT          VALUE "D".
               88 TRAN-CREDIT          VALUE "C".
               88 TRAN-APPROVED-DEBIT  VALUE "A".
           05  TRAN-AMOUNT             PIC 9(9)V99.
           05  TRAN-DESCRIPTION        PIC X(20).
