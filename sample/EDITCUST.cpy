      *> EDITCUST - Shared customer record edit rules.
      *> COPY this member inside the edit paragraph of any program
      *> that validates a CUSTOMER-RECORD (the nightly edit run, the
      *> reject recycle run and the online opening and maintenance
      *> transactions), so all of them always apply identical rules.
      *> The including program must define WS-EDIT-ERROR-CODE
      *> PIC X(4) and COPY STZIPTBL into WORKING-STORAGE, with the
      *> state/ZIP table loaded before the first edit; on exit
      *> WS-EDIT-ERROR-CODE holds the first failing edit's error
      *> code, or spaces when the record passes. The address edits
      *> also leave their switches set (state on file, ZIP well
      *> formed, ZIP prefix in one of the state's ranges), so a
      *> caller that only changes the address can test those alone.
      *> Deliberately ends without a period so the including
      *> paragraph can continue.
      *>   E001  name blank            E005  state not on file
      *>   E002  account not numeric   E006  ZIP not 5 or 9 digits
      *>   E003  city blank            E007  ZIP not in the state
      *>   E004  balance not numeric
           MOVE SPACES TO WS-EDIT-ERROR-CODE
           MOVE "N" TO SZT-STATE-SWITCH
           MOVE "N" TO SZT-ZIP-FORM-SWITCH
           MOVE "N" TO SZT-ZIP-MATCH-SWITCH
           IF SZT-ENTRY-COUNT > 0
               SET SZT-IDX TO 1
               SEARCH SZT-ENTRY
                   AT END
                       CONTINUE
                   WHEN SZT-STATE (SZT-IDX) = CUST-STATE
                       SET SZT-STATE-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF CUST-ZIP (1:5) NUMERIC
               IF CUST-ZIP (6:4) = SPACES
                       OR CUST-ZIP (6:4) NUMERIC
                   SET SZT-ZIP-FORMED TO TRUE
               END-IF
           END-IF
           IF SZT-STATE-FOUND AND SZT-ZIP-FORMED
               PERFORM VARYING SZT-RNG-IDX FROM 1 BY 1
                       UNTIL SZT-RNG-IDX > SZT-RANGE-COUNT (SZT-IDX)
                          OR SZT-ZIP-MATCH
                   IF CUST-ZIP (1:3) >= SZT-ZIP-LOW (SZT-IDX,
                                                     SZT-RNG-IDX)
                      AND CUST-ZIP (1:3) <= SZT-ZIP-HIGH (SZT-IDX,
                                                     SZT-RNG-IDX)
                       SET SZT-ZIP-MATCH TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN CUST-NAME = SPACES
                   MOVE "E001" TO WS-EDIT-ERROR-CODE
                   MOVE "E003" TO WS-EDIT-ERROR-CODE
               WHEN CUST-BALANCE NOT NUMERIC
                   MOVE "E004" TO WS-EDIT-ERROR-CODE
               WHEN NOT SZT-STATE-FOUND
                   MOVE "E005" TO WS-EDIT-ERROR-CODE
               WHEN NOT SZT-ZIP-FORMED
                   MOVE "E006" TO WS-EDIT-ERROR-CODE
               WHEN NOT SZT-ZIP-MATCH
                   MOVE "E007" TO WS-EDIT-ERROR-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
