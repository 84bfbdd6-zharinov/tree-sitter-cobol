      *> STZIPTBL - In-storage state/ZIP-prefix table for the EDITCUST
      *> address edits.
      *> COPY this member into the WORKING-STORAGE SECTION of every
      *> program that COPYs EDITCUST. The table holds the ranges of
      *> the STATEZIP reference file (see copybook STZIPREF), one
      *> entry per state. A batch program loads the whole file at
      *> startup through copybook STZIPLD and refuses to run if it
      *> cannot; a CICS program loads only the entry for the state
      *> being edited, so a state missing from the file simply leaves
      *> SZT-ENTRY-COUNT at zero.
      *> The three switches are work fields for EDITCUST and are set
      *> on every pass through the edit.
       01  STATE-ZIP-TABLE.
           05  SZT-ENTRY-COUNT         PIC S9(4) COMP VALUE 0.
           05  SZT-MAX-ENTRIES         PIC S9(4) COMP VALUE 100.
           05  SZT-ENTRY               OCCURS 1 TO 100 TIMES
                                       DEPENDING ON SZT-ENTRY-COUNT
                                       INDEXED BY SZT-IDX.
               10  SZT-STATE           PIC X(2).
               10  SZT-RANGE-COUNT     PIC 9(2).
               10  SZT-RANGES.
                   15  SZT-RANGE       OCCURS 8 TIMES
                                       INDEXED BY SZT-RNG-IDX.
                       20  SZT-ZIP-LOW   PIC X(3).
                       20  SZT-ZIP-HIGH  PIC X(3).
       01  SZT-STATE-SWITCH            PIC X       VALUE "N".
           88 SZT-STATE-FOUND         VALUE "Y".
       01  SZT-ZIP-FORM-SWITCH         PIC X       VALUE "N".
           88 SZT-ZIP-FORMED          VALUE "Y".
       01  SZT-ZIP-MATCH-SWITCH        PIC X       VALUE "N".
           88 SZT-ZIP-MATCH           VALUE "Y".
