      *> CUSTOVL - Over-limit exposure extract record layout.
      *> COPY this member into the FILE SECTION of the nightly
      *> over-limit exposure extract (CUSTOVLX) and of the report
      *> that prints it (CUSTOVLR), so the two agree on the layout
      *> and on the positions the sort step between them keys on.
      *> One record per account whose balance stands above its
      *> effective credit limit after the night's posting: the
      *> account's own limit, or the default limit of its risk class
      *> where it has none (OVL-LIMIT-SOURCE "A" or "D", as in
      *> copybook CUSTCRED). OVL-OVER-AMOUNT is the balance less the
      *> limit and is always greater than zero. The class description
      *> is carried from the RISKCLS control table so the report
      *> needs nothing but this file; a class no longer in the table
      *> is reported under its own code, at the standard class
      *> default limit. The sort step orders the file by risk class
      *> (col 1), then largest over-amount first (cols 65-75), then
      *> account (cols 2-8).
       01  OVER-LIMIT-EXTRACT-RECORD.
           05  OVL-RISK-CLASS          PIC X.
           05  OVL-ACCOUNT-NO          PIC 9(7).
           05  OVL-NAME                PIC X(30).
           05  OVL-STATE               PIC X(2).
           05  OVL-STATUS              PIC X.
           05  OVL-BALANCE             PIC S9(9)V99.
           05  OVL-CREDIT-LIMIT        PIC 9(9)V99.
           05  OVL-LIMIT-SOURCE        PIC X.
           05  OVL-OVER-AMOUNT         PIC 9(9)V99.
           05  OVL-CLASS-DESCRIPTION   PIC X(20).
           05  FILLER                  PIC X(5).
