               10  WS-DTE-E002         PIC S9(7) COMP-3.
               10  WS-DTE-E003         PIC S9(7) COMP-3.
               10  WS-DTE-E004         PIC S9(7) COMP-3.
               10  WS-DTE-E005         PIC S9(7) COMP-3.
               10  WS-DTE-E006         PIC S9(7) COMP-3.
               10  WS-DTE-E007         PIC S9(7) COMP-3.

       01  WS-SPOT-MAX         PIC 9(3) COMP    VALUE 500.
       01  WS-SPOT-COUNT       PIC 9(3) COMP    VALUE 0.
           05  FILLER              PIC X(10)   VALUE "     E002".
           05  FILLER              PIC X(10)   VALUE "     E003".
           05  FILLER              PIC X(10)   VALUE "     E004".
           05  FILLER              PIC X(10)   VALUE "     E005".
           05  FILLER              PIC X(10)   VALUE "     E006".
           05  FILLER              PIC X(10)   VALUE "     E007".
           05  FILLER              PIC X(10)   VALUE "  REJECTS".
           05  FILLER              PIC X(13)   VALUE "  REJECT RATE".
           05  FILLER              PIC X(9)    VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SUM-DATE         PIC X(8).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WS-SUM-E004         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WS-SUM-E005         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WS-SUM-E006         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WS-SUM-E007         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WS-SUM-REJECTS      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  WS-SUM-RATE         PIC ZZ9.99.
           05  FILLER              PIC X(1)    VALUE "%".
           05  FILLER              PIC X(9)    VALUE SPACES.

       01  WS-SECTION-2-LINE.
           05  FILLER              PIC X(34)
                       ADD 1 TO WS-DTE-E003 (WS-DATE-SLOT)
                   WHEN "E004"
                       ADD 1 TO WS-DTE-E004 (WS-DATE-SLOT)
                   WHEN "E005"
                       ADD 1 TO WS-DTE-E005 (WS-DATE-SLOT)
                   WHEN "E006"
                       ADD 1 TO WS-DTE-E006 (WS-DATE-SLOT)
                   WHEN "E007"
                       ADD 1 TO WS-DTE-E007 (WS-DATE-SLOT)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
                   MOVE 0 TO WS-DTE-E002 (WS-SUB)
                   MOVE 0 TO WS-DTE-E003 (WS-SUB)
                   MOVE 0 TO WS-DTE-E004 (WS-SUB)
                   MOVE 0 TO WS-DTE-E005 (WS-SUB)
                   MOVE 0 TO WS-DTE-E006 (WS-SUB)
                   MOVE 0 TO WS-DTE-E007 (WS-SUB)
                   MOVE WS-SUB TO WS-DATE-SLOT
               END-IF
           END-IF.
           MOVE WS-DTE-E002 (WS-SUB) TO WS-SUM-E002
           MOVE WS-DTE-E003 (WS-SUB) TO WS-SUM-E003
           MOVE WS-DTE-E004 (WS-SUB) TO WS-SUM-E004
           MOVE WS-DTE-E005 (WS-SUB) TO WS-SUM-E005
           MOVE WS-DTE-E006 (WS-SUB) TO WS-SUM-E006
           MOVE WS-DTE-E007 (WS-SUB) TO WS-SUM-E007
           MOVE WS-DTE-REJECTED (WS-SUB) TO WS-SUM-REJECTS
           PERFORM COMPUTE-REJECT-RATE
           MOVE WS-REJECT-RATE TO WS-SUM-RATE
