      *> STZIPREF - State/ZIP-prefix reference record layout.
      *> COPY this member into the FILE SECTION of any batch program
      *> that reads or maintains the state/ZIP reference KSDS
      *> (dataset PROD.CUSTREF.STATEZIP), or into the WORKING-STORAGE
      *> SECTION of a CICS program that reads it as CICS file
      *> STATEZIP. One record per valid two-letter state or territory
      *> code, keyed on SZR-STATE. SZR-RANGES holds up to eight
      *> inclusive ranges of three-digit ZIP prefixes (the first three
      *> digits of the ZIP code) that belong to the state; only the
      *> first SZR-RANGE-COUNT entries are used. A state whose ZIPs
      *> run in one unbroken block needs a single range (low = high
      *> for a one-prefix state). The file is only ever changed
      *> through the CUSTSZMT maintenance run, which refuses a record
      *> whose ranges are not numeric or run backwards.
       01  STATE-ZIP-RECORD.
           05  SZR-STATE               PIC X(2).
           05  SZR-STATE-NAME          PIC X(20).
           05  SZR-RANGE-COUNT         PIC 9(2).
           05  SZR-RANGES.
               10  SZR-RANGE           OCCURS 8 TIMES.
                   15  SZR-ZIP-LOW     PIC X(3).
                   15  SZR-ZIP-HIGH    PIC X(3).
           05  FILLER                  PIC X(8).
