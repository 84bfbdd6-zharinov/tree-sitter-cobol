      *> CUSTAGE - Aged trial balance extract record layout.
      *> COPY this member into the FILE SECTION of any program that
      *> writes or reads the collections extract of the monthly aged
      *> trial balance (CUSTAGED). One record per account aged, in
      *> state then account order, carrying the same bucket figures
      *> the report prints: current (0-30 days), 31-60, 61-90 and
      *> over 90 days. The buckets always add up to AGE-BALANCE. A
      *> credit balance is carried whole in AGE-CURRENT, the only
      *> bucket that can go negative. AGE-UNEXPLAINED is the part of
      *> the over-90 figure the history window cannot account for
      *> (balance brought forward from before the oldest history
      *> retained); any such account is flagged as an exception.
       01  AGED-EXTRACT-RECORD.
           05  AGE-ACCOUNT-NO          PIC 9(7).
           05  AGE-NAME                PIC X(30).
           05  AGE-STATE               PIC X(2).
           05  AGE-STATUS              PIC X.
           05  AGE-AS-OF-DATE          PIC X(8).
           05  AGE-BALANCE             PIC S9(9)V99.
           05  AGE-CURRENT             PIC S9(9)V99.
           05  AGE-31-60               PIC 9(9)V99.
           05  AGE-61-90               PIC 9(9)V99.
           05  AGE-OVER-90             PIC 9(9)V99.
           05  AGE-UNEXPLAINED         PIC 9(9)V99.
           05  AGE-EXCEPTION-FLAG      PIC X.
               88 AGE-EXCEPTION       VALUE "Y".
           05  FILLER                  PIC X(5).
