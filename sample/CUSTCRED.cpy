      *> CUSTCRED - Customer credit record layout.
      *> COPY this member into the FILE SECTION of any batch program
      *> that reads or maintains the customer credit KSDS (dataset
      *> PROD.CUSTMAST.CREDIT), or into the WORKING-STORAGE SECTION
      *> of a CICS program that reads it as CICS file CUSTCRED. The
      *> file is a companion to the customer master, keyed on the
      *> same account number, so the 110-byte master layout that
      *> every program and extract carries is left as it is. It holds
      *> the account's risk class and its credit limit. An account
      *> with no credit record is in the standard class (CRD-RISK-
      *> CLASS "S") at that class's default limit, so the file only
      *> needs a record for an account somebody has set. When
      *> CRD-LIMIT-SOURCE is "D" the account takes the default limit
      *> for its class from the RISKCLS control table (see copybook
      *> RISKCLS) and CRD-CREDIT-LIMIT is zero; when it is "A" the
      *> account has a limit of its own in CRD-CREDIT-LIMIT, which
      *> may be zero (no further debits without approval). The record
      *> is maintained online through CMNT, which stamps the date and
      *> operator of the last change and journals the before and
      *> after values with the address change journal.
       01  CUSTOMER-CREDIT-RECORD.
           05  CRD-ACCOUNT-NO          PIC 9(7).
           05  CRD-RISK-CLASS          PIC X.
               88 CRD-STANDARD-CLASS  VALUE "S".
           05  CRD-LIMIT-SOURCE        PIC X.
               88 CRD-CLASS-LIMIT     VALUE "D".
               88 CRD-ACCOUNT-LIMIT   VALUE "A".
           05  CRD-CREDIT-LIMIT        PIC 9(9)V99.
           05  CRD-CHANGED-DATE        PIC X(8).
           05  CRD-CHANGED-OPERATOR    PIC X(8).
           05  FILLER                  PIC X(4).
