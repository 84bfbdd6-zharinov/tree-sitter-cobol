      *> RISKTBL - In-storage risk class table.
      *> COPY this member into the WORKING-STORAGE SECTION of every
      *> batch program that needs the default credit limit of a risk
      *> class. The table holds the whole RISKCLS control file (see
      *> copybook RISKCLS), one entry per class, loaded at startup in
      *> class order; a program that cannot load it, or finds no
      *> standard class "S" in it, refuses to run. RKT-CLASS-SWITCH
      *> is set by each program's class lookup paragraph, which
      *> leaves RKT-IDX on the entry found. A class that is not in
      *> the table takes the standard class default.
       01  RISK-CLASS-TABLE.
           05  RKT-ENTRY-COUNT         PIC S9(4) COMP VALUE 0.
           05  RKT-MAX-ENTRIES         PIC S9(4) COMP VALUE 36.
           05  RKT-ENTRY               OCCURS 1 TO 36 TIMES
                                       DEPENDING ON RKT-ENTRY-COUNT
                                       INDEXED BY RKT-IDX.
               10  RKT-CLASS           PIC X.
               10  RKT-DESCRIPTION     PIC X(20).
               10  RKT-DEFAULT-LIMIT   PIC 9(9)V99.
       01  RKT-CLASS-SWITCH            PIC X       VALUE "N".
           88 RKT-CLASS-FOUND         VALUE "Y".
