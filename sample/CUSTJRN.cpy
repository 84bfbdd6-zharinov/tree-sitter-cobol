      *> the CMNT screen can alter - enough both to answer "who
      *> changed this and what did it say before" and to reapply
      *> the day's online updates after a KSDS restore (the
      *> JRNLRPLY forward-recovery run does exactly that). The state
      *> and ZIP images follow the city images, and the risk class
      *> and credit limit images (copybook CUSTCRED) follow those at
      *> the end of the record (241 bytes in all), so the older
      *> fields keep their offsets. A limit source of "D" means the
      *> account took its class default; an account with no credit
      *> record is journalled as class "S" at the class default.
       01  JOURNAL-RECORD.
           05  JRN-DATE                PIC X(8).
           05  JRN-TIME                PIC X(6).
           05  JRN-AFTER-NAME          PIC X(30).
           05  JRN-AFTER-ADDRESS       PIC X(30).
           05  JRN-AFTER-CITY          PIC X(20).
           05  JRN-BEFORE-STATE        PIC X(2).
           05  JRN-BEFORE-ZIP          PIC X(9).
           05  JRN-AFTER-STATE         PIC X(2).
           05  JRN-AFTER-ZIP           PIC X(9).
           05  JRN-BEFORE-RISK-CLASS   PIC X.
           05  JRN-BEFORE-LIMIT-SOURCE PIC X.
           05  JRN-BEFORE-CREDIT-LIMIT PIC 9(9)V99.
           05  JRN-AFTER-RISK-CLASS    PIC X.
           05  JRN-AFTER-LIMIT-SOURCE  PIC X.
           05  JRN-AFTER-CREDIT-LIMIT  PIC 9(9)V99.
