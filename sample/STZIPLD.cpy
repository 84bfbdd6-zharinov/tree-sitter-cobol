      *> STZIPLD - Shared batch load of the state/ZIP-prefix table.
      *> COPY this member into the PROCEDURE DIVISION, where a
      *> paragraph may begin, of every batch program that loads the
      *> whole STATEZIP reference file for the EDITCUST address
      *> edits, so all of them load and refuse it alike. It supplies
      *> the paragraphs LOAD-STATE-ZIP-TABLE, which the program
      *> PERFORMs once before its first edit, and ADD-STATE-ZIP-ENTRY.
      *> The including program must SELECT STATE-ZIP-FILE with FILE
      *> STATUS WS-STATEZIP-FILE-STATUS and COPY STZIPREF under its
      *> FD, COPY STZIPTBL into WORKING-STORAGE, and define there:
      *>   WS-STATEZIP-FILE-STATUS   PIC XX
      *>   WS-STATEZIP-EOF-SWITCH    PIC X  VALUE "N"
      *>       88 WS-STATEZIP-EOF          VALUE "Y"
      *>   WS-STATEZIP-VALID-SWITCH  PIC X  VALUE "Y"
      *>       88 WS-STATEZIP-VALID        VALUE "Y"
      *>   WS-STATEZIP-RANGE-SUB     PIC 9(2) COMP
      *> A reference file that cannot be opened, is empty, overflows
      *> the table or holds a record whose ranges are not numeric,
      *> are out of order or number other than one to eight ends the
      *> run RC 16.
       LOAD-STATE-ZIP-TABLE.
           OPEN INPUT STATE-ZIP-FILE
           IF WS-STATEZIP-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN STATE-ZIP-FILE - STATUS: "
                   WS-STATEZIP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO SZT-ENTRY-COUNT
           PERFORM UNTIL WS-STATEZIP-EOF
               READ STATE-ZIP-FILE
                   AT END
                       SET WS-STATEZIP-EOF TO TRUE
                   NOT AT END
                       PERFORM ADD-STATE-ZIP-ENTRY
               END-READ
           END-PERFORM
           CLOSE STATE-ZIP-FILE
           IF SZT-ENTRY-COUNT = 0
               DISPLAY "*** STATE-ZIP-FILE IS EMPTY - RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ADD-STATE-ZIP-ENTRY.
           IF SZT-ENTRY-COUNT >= SZT-MAX-ENTRIES
               DISPLAY "*** STATE-ZIP TABLE FULL - RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO WS-STATEZIP-VALID-SWITCH
           IF SZR-RANGE-COUNT NOT NUMERIC
               MOVE "N" TO WS-STATEZIP-VALID-SWITCH
           ELSE
               IF SZR-RANGE-COUNT < 1 OR SZR-RANGE-COUNT > 8
                   MOVE "N" TO WS-STATEZIP-VALID-SWITCH
               ELSE
                   PERFORM VARYING WS-STATEZIP-RANGE-SUB FROM 1 BY 1
                           UNTIL WS-STATEZIP-RANGE-SUB > SZR-RANGE-COUNT
                       IF SZR-ZIP-LOW (WS-STATEZIP-RANGE-SUB)
                               NOT NUMERIC
                          OR SZR-ZIP-HIGH (WS-STATEZIP-RANGE-SUB)
                               NOT NUMERIC
                          OR SZR-ZIP-LOW (WS-STATEZIP-RANGE-SUB) >
                               SZR-ZIP-HIGH (WS-STATEZIP-RANGE-SUB)
                           MOVE "N" TO WS-STATEZIP-VALID-SWITCH
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF NOT WS-STATEZIP-VALID
               DISPLAY "*** INVALID STATE-ZIP RECORD FOR STATE "
                   SZR-STATE " - RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO SZT-ENTRY-COUNT
           MOVE SZR-STATE TO SZT-STATE (SZT-ENTRY-COUNT)
           MOVE SZR-RANGE-COUNT TO SZT-RANGE-COUNT (SZT-ENTRY-COUNT)
           MOVE SZR-RANGES TO SZT-RANGES (SZT-ENTRY-COUNT).
