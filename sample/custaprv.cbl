      *> CUSTAPRV - Online approval of debits held over credit limit
      *> Pseudo-conversational CICS transaction CAPR. Lists the
      *> debits CUSTPOST would not apply because they would have
      *> taken an account over its credit limit (CICS file CUSTHELD,
      *> copybook HELDREC), ten to a page in account order, from an
      *> account the supervisor keys or from the start of the file.
      *> Each line shows the amount, how far over the limit it would
      *> have taken the account when it was held, and its status.
      *> Keying A against a line approves the debit, D declines it
      *> and P puts it back to pending; the item is stamped with the
      *> supervisor's user ID and the date and time of the decision.
      *> Nothing is posted from here: the nightly CUSTHREL run sends
      *> approved items back into POSTSORT and drops declined ones,
      *> so a decision can be changed until that run. An item
      *> already released to posting (status R) cannot be changed.
      *> PF8 pages forward, PF7 returns to the first page, PF3/CLEAR
      *> exit. CAPR is defined to CICS transaction security so that
      *> only the credit supervisors' group can run it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTAPRV.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY CUSTAMAP.
           COPY HELDREC.
           COPY TRANREC.
           COPY DFHAID.
           COPY DFHBMSCA.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-ABSTIME              PIC S9(15) COMP-3.
       01  WS-BROWSE-KEY           PIC X(18).
       01  WS-SKIP-KEY             PIC X(18)   VALUE SPACES.
       01  WS-ROW-SUB              PIC S9(4) COMP.
       01  WS-ACTION               PIC X             VALUE SPACE.
       01  WS-UPDATED-COUNT        PIC S9(4) COMP    VALUE 0.
       01  WS-REFUSED-COUNT        PIC S9(4) COMP    VALUE 0.
       01  WS-INVALID-COUNT        PIC S9(4) COMP    VALUE 0.
       01  WS-MISSING-COUNT        PIC S9(4) COMP    VALUE 0.
       01  WS-OVER-BY              PIC S9(9)V99      VALUE 0.
       01  WS-BROWSE-OPEN-SW       PIC X             VALUE "N".
           88 WS-BROWSE-OPEN      VALUE "Y".

       01  WS-START-KEY.
           05  WS-START-ACCOUNT    PIC X(7).
           05  FILLER              PIC X(11)   VALUE LOW-VALUES.

       01  WS-ROW-TEXT.
           05  WS-ROW-ACCOUNT      PIC 9(7).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-ROW-HELD-CYCLE   PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-ROW-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-ROW-OVER-BY      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-ROW-DESCRIPTION  PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-ROW-STATUS       PIC X(1).
           05  FILLER              PIC X(1)    VALUE SPACES.

       01  WS-ACTION-MESSAGE.
           05  FILLER              PIC X(15)   VALUE "ITEMS UPDATED: ".
           05  WS-MSG-UPDATED      PIC ZZ9.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-MSG-NOTE         PIC X(60).

       01  WS-COMMAREA.
           05  ACA-START-ACCOUNT   PIC X(7).
           05  ACA-TOP-KEY         PIC X(18).
           05  ACA-BOT-KEY         PIC X(18).
           05  ACA-ROW-COUNT       PIC 9(2).
           05  ACA-ROW-KEY         PIC X(18) OCCURS 10 TIMES.

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(225).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           IF EIBCALEN = 0
               PERFORM SEND-FRESH-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE EIBAID
                   WHEN DFHCLEAR
                       EXEC CICS
                           RETURN
                       END-EXEC
                   WHEN DFHPF3
                       EXEC CICS
                           RETURN
                       END-EXEC
                   WHEN DFHPF7
                       PERFORM PAGE-TO-TOP
                   WHEN DFHPF8
                       PERFORM PAGE-FORWARD
                   WHEN OTHER
                       PERFORM RECEIVE-APPROVAL-MAP
                       PERFORM PROCESS-ENTER
               END-EVALUATE
           END-IF
           EXEC CICS
               RETURN TRANSID('CAPR') COMMAREA(WS-COMMAREA)
           END-EXEC.

       SEND-FRESH-MAP.
           MOVE SPACES TO WS-COMMAREA
           MOVE 0 TO ACA-ROW-COUNT
           MOVE LOW-VALUES TO WS-START-ACCOUNT
           MOVE WS-START-KEY TO WS-BROWSE-KEY
           MOVE WS-START-KEY TO ACA-TOP-KEY
           PERFORM FILL-PAGE.

       RECEIVE-APPROVAL-MAP.
           EXEC CICS
               RECEIVE MAP('CUSTAPR1') MAPSET('CUSTAMAP')
                       INTO(CUSTAPR1I)
           END-EXEC.

      *> The actions keyed on the page are applied first. A start
      *> account keyed or changed then repositions the list there;
      *> otherwise the same page is listed again from its top line
      *> so the supervisor sees the new statuses.
       PROCESS-ENTER.
           PERFORM APPLY-ROW-ACTIONS
           IF SACCTL > 0 AND SACCTI NUMERIC
                   AND SACCTI NOT = ACA-START-ACCOUNT
               MOVE SACCTI TO ACA-START-ACCOUNT
               MOVE SACCTI TO WS-START-ACCOUNT
               MOVE WS-START-KEY TO WS-BROWSE-KEY
           ELSE
               IF SACCTL > 0 AND SACCTI NOT NUMERIC
                       AND SACCTI NOT = SPACES
                   MOVE "- START ACCOUNT MUST BE NUMERIC"
                       TO WS-MSG-NOTE
               END-IF
               MOVE ACA-TOP-KEY TO WS-BROWSE-KEY
           END-IF
           PERFORM FILL-PAGE.

       APPLY-ROW-ACTIONS.
           MOVE 0 TO WS-UPDATED-COUNT
           MOVE 0 TO WS-REFUSED-COUNT
           MOVE 0 TO WS-INVALID-COUNT
           MOVE 0 TO WS-MISSING-COUNT
           MOVE SPACES TO WS-MSG-NOTE
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > 10
               IF APR-ACTL (WS-ROW-SUB) > 0
                       AND APR-ACTI (WS-ROW-SUB) NOT = SPACE
                       AND ACA-ROW-KEY (WS-ROW-SUB) NOT = SPACES
                   MOVE APR-ACTI (WS-ROW-SUB) TO WS-ACTION
                   IF WS-ACTION = "A" OR WS-ACTION = "D"
                           OR WS-ACTION = "P"
                       PERFORM APPLY-ONE-ACTION
                   ELSE
                       ADD 1 TO WS-INVALID-COUNT
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-INVALID-COUNT > 0
                   MOVE "- ONLY A, D OR P IS ACCEPTED, OTHERS IGNORED"
                       TO WS-MSG-NOTE
               WHEN WS-REFUSED-COUNT > 0
                   MOVE "- RELEASED ITEMS CANNOT BE CHANGED"
                       TO WS-MSG-NOTE
               WHEN WS-MISSING-COUNT > 0
                   MOVE "- ITEM NO LONGER ON FILE" TO WS-MSG-NOTE
           END-EVALUATE.

      *> Each decision is a READ UPDATE and REWRITE of the one held
      *> item. Putting an item back to pending clears the decision
      *> stamp, as it is then undecided again.
       APPLY-ONE-ACTION.
           MOVE ACA-ROW-KEY (WS-ROW-SUB) TO WS-BROWSE-KEY
           EXEC CICS
               READ DATASET('CUSTHELD') INTO(HELD-TRANSACTION-RECORD)
                    RIDFLD(WS-BROWSE-KEY) KEYLENGTH(18)
                    UPDATE RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   ADD 1 TO WS-MISSING-COUNT
               WHEN HLD-RELEASED
                   EXEC CICS
                       UNLOCK DATASET('CUSTHELD')
                   END-EXEC
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN OTHER
                   MOVE WS-ACTION TO HLD-STATUS
                   IF HLD-PENDING
                       MOVE SPACES TO HLD-DECIDED-BY
                       MOVE SPACES TO HLD-DECIDED-DATE
                       MOVE SPACES TO HLD-DECIDED-TIME
                   ELSE
                       EXEC CICS
                           ASKTIME ABSTIME(WS-ABSTIME)
                       END-EXEC
                       EXEC CICS
                           FORMATTIME ABSTIME(WS-ABSTIME)
                                      YYYYMMDD(HLD-DECIDED-DATE)
                                      TIME(HLD-DECIDED-TIME)
                       END-EXEC
                       EXEC CICS
                           ASSIGN USERID(HLD-DECIDED-BY)
                       END-EXEC
                   END-IF
                   EXEC CICS
                       REWRITE DATASET('CUSTHELD')
                               FROM(HELD-TRANSACTION-RECORD)
                   END-EXEC
                   ADD 1 TO WS-UPDATED-COUNT
           END-EVALUATE.

       PAGE-TO-TOP.
           MOVE SPACES TO WS-MSG-NOTE
           MOVE 0 TO WS-UPDATED-COUNT
           IF ACA-START-ACCOUNT = SPACES
               MOVE LOW-VALUES TO WS-START-ACCOUNT
           ELSE
               MOVE ACA-START-ACCOUNT TO WS-START-ACCOUNT
           END-IF
           MOVE WS-START-KEY TO WS-BROWSE-KEY
           PERFORM FILL-PAGE.

      *> Forward paging restarts the browse at the last item of the
      *> page being left and skips it if it is still on file. A page
      *> that was not full has nothing after it, so it is refreshed.
       PAGE-FORWARD.
           MOVE SPACES TO WS-MSG-NOTE
           MOVE 0 TO WS-UPDATED-COUNT
           IF ACA-ROW-COUNT < 10
               MOVE "- NO MORE HELD ITEMS FORWARD" TO WS-MSG-NOTE
               MOVE ACA-TOP-KEY TO WS-BROWSE-KEY
               PERFORM FILL-PAGE
           ELSE
               MOVE ACA-BOT-KEY TO WS-BROWSE-KEY
               MOVE ACA-BOT-KEY TO WS-SKIP-KEY
               PERFORM FILL-PAGE
           END-IF.

      *> Fills up to ten lines from WS-BROWSE-KEY onward. On PF8 the
      *> bottom item of the page being left is skipped when it is
      *> read back, so the same routine serves a first page, a
      *> refresh and paging forward.
       FILL-PAGE.
           MOVE LOW-VALUES TO CUSTAPR1O
           MOVE 0 TO ACA-ROW-COUNT
           MOVE SPACES TO ACA-BOT-KEY
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > 10
               MOVE SPACES TO ACA-ROW-KEY (WS-ROW-SUB)
           END-PERFORM
           EXEC CICS
               STARTBR DATASET('CUSTHELD') RIDFLD(WS-BROWSE-KEY)
                       KEYLENGTH(18) GTEQ RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE "Y" TO WS-BROWSE-OPEN-SW
               PERFORM UNTIL ACA-ROW-COUNT >= 10 OR NOT WS-BROWSE-OPEN
                   PERFORM READ-NEXT-HELD
                   IF WS-BROWSE-OPEN
                       IF HLD-KEY = WS-SKIP-KEY
                           CONTINUE
                       ELSE
                           PERFORM STORE-HELD-ROW
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM END-HELD-BROWSE
           END-IF
           IF ACA-ROW-COUNT > 0
               MOVE ACA-ROW-KEY (1) TO ACA-TOP-KEY
           END-IF
           IF WS-MSG-NOTE = SPACES
               IF ACA-ROW-COUNT = 0
                   MOVE "- NO HELD ITEMS FROM THAT ACCOUNT ON"
                       TO WS-MSG-NOTE
               ELSE
                   MOVE "- KEY A=APPROVE D=DECLINE P=PENDING, PF8 FWD"
                       TO WS-MSG-NOTE
               END-IF
           END-IF
           MOVE WS-UPDATED-COUNT TO WS-MSG-UPDATED
           MOVE WS-ACTION-MESSAGE TO AMSGOUTO
           IF ACA-START-ACCOUNT NOT = SPACES
               MOVE ACA-START-ACCOUNT TO SACCTO
           END-IF
           EXEC CICS
               SEND MAP('CUSTAPR1') MAPSET('CUSTAMAP')
                    FROM(CUSTAPR1O) ERASE
           END-EXEC.

       READ-NEXT-HELD.
           EXEC CICS
               READNEXT DATASET('CUSTHELD')
                        INTO(HELD-TRANSACTION-RECORD)
                        RIDFLD(WS-BROWSE-KEY) KEYLENGTH(18)
                        RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM END-HELD-BROWSE
           END-IF.

      *> The amount over is worked from the balance and limit as
      *> they stood when the debit was held.
       STORE-HELD-ROW.
           ADD 1 TO ACA-ROW-COUNT
           MOVE HLD-TRAN-IMAGE TO TRANSACTION-RECORD
           COMPUTE WS-OVER-BY = HLD-BALANCE-AT-HOLD + TRAN-AMOUNT
               - HLD-CREDIT-LIMIT
           IF WS-OVER-BY < 0
               MOVE 0 TO WS-OVER-BY
           END-IF
           MOVE HLD-ACCOUNT-NO TO WS-ROW-ACCOUNT
           MOVE HLD-HELD-CYCLE TO WS-ROW-HELD-CYCLE
           MOVE TRAN-AMOUNT TO WS-ROW-AMOUNT
           MOVE WS-OVER-BY TO WS-ROW-OVER-BY
           MOVE TRAN-DESCRIPTION TO WS-ROW-DESCRIPTION
           MOVE HLD-STATUS TO WS-ROW-STATUS
           MOVE WS-ROW-TEXT TO APR-DTLO (ACA-ROW-COUNT)
           MOVE HLD-KEY TO ACA-ROW-KEY (ACA-ROW-COUNT)
           MOVE HLD-KEY TO ACA-BOT-KEY.

       END-HELD-BROWSE.
           IF WS-BROWSE-OPEN
               EXEC CICS
                   ENDBR DATASET('CUSTHELD')
               END-EXEC
               MOVE "N" TO WS-BROWSE-OPEN-SW
           END-IF.
