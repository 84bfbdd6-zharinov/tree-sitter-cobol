      *> RISKCLS - Risk class control record layout.
      *> COPY this member into the FILE SECTION of any batch program
      *> that reads or loads the risk class control KSDS (dataset
      *> PROD.CUSTREF.RISKCLS), or into the WORKING-STORAGE SECTION
      *> of a CICS program that reads it as CICS file RISKCLS. One
      *> record per risk class, keyed on the one-character class
      *> code, giving its description and the default credit limit
      *> for every account in the class that has no limit of its
      *> own. Class "S" (standard) must always be present: it is the
      *> class of every account with no customer credit record (see
      *> copybook CUSTCRED), and the CUSTRKMT maintenance run will
      *> not delete it. An account whose class has been deleted is
      *> held to the standard class default until it is reassigned.
      *> The file is only ever changed through CUSTRKMT, which
      *> refuses a card whose class is not a letter or digit or
      *> whose default limit is not numeric.
       01  RISK-CLASS-RECORD.
           05  RSK-CLASS               PIC X.
               88 RSK-STANDARD-CLASS  VALUE "S".
           05  RSK-DESCRIPTION         PIC X(20).
           05  RSK-DEFAULT-LIMIT       PIC 9(9)V99.
           05  FILLER                  PIC X(48).
