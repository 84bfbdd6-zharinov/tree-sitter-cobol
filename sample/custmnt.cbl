      *> CUSTMNT - Online customer name/address maintenance
      *> Pseudo-conversational CICS transaction CMNT. Lets an
      *> operator key in an account number, review the CUSTREC
      *> name/address fields (name, address, city, state and ZIP),
      *> correct them, and rewrite the record to CUSTOMER-MASTER
      *> without a programmer recompiling anything. The state and
      *> ZIP are put through the EDITCUST address edits against the
      *> state/ZIP reference file (CICS file STATEZIP) before the
      *> rewrite; a failing pair is sent back with the keyed fields
      *> and a message, and nothing is written until it is put
      *> right.
      *> The same screen maintains the account's risk class and
      *> credit limit on the customer credit file (CICS file
      *> CUSTCRED). The class must be one on the risk class control
      *> file (CICS file RISKCLS); a blank limit means the account
      *> takes its class default, shown beside the class. An
      *> account with no credit record is shown in the standard
      *> class "S" at the class default, and a credit record is
      *> only written or rewritten when the operator changes one of
      *> the two, stamped with the date and operator. Both changes
      *> go on the same journal record as the address.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.

           COPY CUSTMAP.
           COPY CUSTREC.
           COPY CUSTJRN.
           COPY CUSTCRED.
           COPY RISKCLS.
           COPY STZIPREF.
           COPY STZIPTBL.
           COPY DFHAID.
           COPY DFHBMSCA.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-ABSTIME              PIC S9(15) COMP-3.
       01  WS-KEY-ACCOUNT-NO       PIC 9(7).
       01  WS-EDIT-ERROR-CODE      PIC X(4)    VALUE SPACES.
       01  WS-ADDRESS-MESSAGE      PIC X(79)   VALUE SPACES.
       01  WS-CREDIT-MESSAGE       PIC X(79)   VALUE SPACES.
       01  WS-CREDIT-ON-FILE-SW    PIC X       VALUE "N".
           88 WS-CREDIT-ON-FILE   VALUE "Y".
       01  WS-RISK-CLASS           PIC X       VALUE SPACE.
      *> The credit limit is keyed as a bare digit string with the
      *> implied V99 (no decimal point), as CENT amounts are.
       01  WS-LIMIT-KEYED          PIC X(11).
       01  WS-LIMIT-KEYED-NUM REDEFINES WS-LIMIT-KEYED
                                   PIC 9(9)V99.
       01  WS-LIMIT-INFO.
           05  WS-LIM-DESCRIPTION  PIC X(20).
           05  FILLER              PIC X(9)    VALUE " DEFAULT ".
           05  WS-LIM-DEFAULT      PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-STATEZIP-SWITCH      PIC X       VALUE "N".
           88 WS-STATEZIP-UNAVAILABLE VALUE "Y".
       01  WS-CA-STATE             PIC X.
           88 WS-CA-INQUIRE       VALUE "I".
           88 WS-CA-UPDATE        VALUE "U".
               MOVE CUST-NAME TO NAMEO
               MOVE CUST-ADDRESS-LINE1 TO ADDRO
               MOVE CUST-CITY TO CITYO
               MOVE CUST-STATE TO STATEO
               MOVE CUST-ZIP TO ZIPO
               PERFORM READ-CREDIT-FOR-DISPLAY
               MOVE "REVIEW/CORRECT THE FIELDS, THEN PRESS ENTER"
                   TO MSGOUTO
               MOVE "U" TO WS-CA-STATE
               MOVE "I" TO WS-CA-STATE
           END-IF.

      *> An account with no credit record is shown as it is
      *> treated: the standard class at the class default.
       READ-CREDIT-FOR-DISPLAY.
           EXEC CICS
               READ DATASET('CUSTCRED') INTO(CUSTOMER-CREDIT-RECORD)
                    RIDFLD(WS-KEY-ACCOUNT-NO) KEYLENGTH(7)
                    RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE CRD-RISK-CLASS TO RISKO
                   IF CRD-ACCOUNT-LIMIT
                       MOVE CRD-CREDIT-LIMIT TO WS-LIMIT-KEYED-NUM
                       MOVE WS-LIMIT-KEYED TO CRLIMO
                   END-IF
                   MOVE CRD-RISK-CLASS TO WS-RISK-CLASS
                   PERFORM SHOW-CLASS-DEFAULT
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE "S" TO RISKO
                   MOVE "S" TO WS-RISK-CLASS
                   PERFORM SHOW-CLASS-DEFAULT
               WHEN OTHER
                   MOVE "CREDIT FILE UNAVAILABLE" TO LIMINFOO
           END-EVALUATE.

       SHOW-CLASS-DEFAULT.
           EXEC CICS
               READ DATASET('RISKCLS') INTO(RISK-CLASS-RECORD)
                    RIDFLD(WS-RISK-CLASS) KEYLENGTH(1)
                    RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE RSK-DESCRIPTION TO WS-LIM-DESCRIPTION
                   MOVE RSK-DEFAULT-LIMIT TO WS-LIM-DEFAULT
                   MOVE WS-LIMIT-INFO TO LIMINFOO
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE "CLASS NOT ON CONTROL FILE" TO LIMINFOO
               WHEN OTHER
                   MOVE "RISK CLASS FILE UNAVAILABLE" TO LIMINFOO
           END-EVALUATE.

      *> The keyed state and ZIP must pass the EDITCUST address
      *> edits before the REWRITE. A failing pair releases the
      *> record, puts the keyed fields back on the screen with the
      *> reason, and leaves the transaction in update state so the
      *> operator only has to correct the state or ZIP and press
      *> ENTER again; every keyed field is FSET on the map, so the
      *> ones not retyped come back as they were. The keyed risk
      *> class and credit limit are edited the same way before
      *> anything is written.
       UPDATE-CUSTOMER.
           EXEC CICS
               READ DATASET('CUSTMAST') INTO(CUSTOMER-RECORD)
                    RIDFLD(WS-KEY-ACCOUNT-NO) KEYLENGTH(7)
                    UPDATE RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE CUST-NAME TO JRN-BEFORE-NAME
               MOVE CUST-ADDRESS-LINE1 TO JRN-BEFORE-ADDRESS
               MOVE CUST-CITY TO JRN-BEFORE-CITY
               MOVE CUST-STATE TO JRN-BEFORE-STATE
               MOVE CUST-ZIP TO JRN-BEFORE-ZIP
               MOVE NAMEI TO CUST-NAME
               MOVE ADDRI TO CUST-ADDRESS-LINE1
               MOVE CITYI TO CUST-CITY
               MOVE STATEI TO CUST-STATE
               MOVE ZIPI TO CUST-ZIP
               PERFORM EDIT-CUSTOMER-ADDRESS
               PERFORM EDIT-CUSTOMER-CREDIT
               IF WS-ADDRESS-MESSAGE = SPACES
                       AND WS-CREDIT-MESSAGE = SPACES
                   EXEC CICS
                       REWRITE DATASET('CUSTMAST')
                               FROM(CUSTOMER-RECORD)
                   END-EXEC
                   PERFORM UPDATE-CREDIT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
                   MOVE LOW-VALUES TO CUSTMAP1O
                   MOVE "UPDATE COMPLETE - ENTER NEXT ACCOUNT NUMBER"
                       TO MSGOUTO
                   MOVE "I" TO WS-CA-STATE
               ELSE
                   EXEC CICS
                       UNLOCK DATASET('CUSTMAST')
                   END-EXEC
                   IF WS-CREDIT-ON-FILE
                       EXEC CICS
                           UNLOCK DATASET('CUSTCRED')
                       END-EXEC
                   END-IF
                   MOVE LOW-VALUES TO CUSTMAP1O
                   MOVE CUST-ACCOUNT-NO TO ACCTNOO
                   MOVE CUST-NAME TO NAMEO
                   MOVE CUST-ADDRESS-LINE1 TO ADDRO
                   MOVE CUST-CITY TO CITYO
                   MOVE CUST-STATE TO STATEO
                   MOVE CUST-ZIP TO ZIPO
                   MOVE WS-RISK-CLASS TO RISKO
                   MOVE WS-LIMIT-KEYED TO CRLIMO
                   PERFORM SHOW-CLASS-DEFAULT
                   IF WS-ADDRESS-MESSAGE = SPACES
                       MOVE WS-CREDIT-MESSAGE TO MSGOUTO
                   ELSE
                       MOVE WS-ADDRESS-MESSAGE TO MSGOUTO
                   END-IF
                   MOVE "U" TO WS-CA-STATE
               END-IF
           ELSE
               MOVE LOW-VALUES TO CUSTMAP1O
               MOVE "UPDATE FAILED - ENTER ACCOUNT NUMBER"
                   TO MSGOUTO
               MOVE "I" TO WS-CA-STATE
           END-IF
           EXEC CICS
               SEND MAP('CUSTMAP1') MAPSET('CUSTMAP') FROM(CUSTMAP1O)
                    ERASE
           END-EXEC.

      *> Only the address switches EDITCUST leaves behind are
      *> tested here - CMNT has never applied the other edits and
      *> does not start now. The one reference record for the keyed
      *> state is all the table needs; a state not on file leaves it
      *> empty, which EDITCUST reports as not found.
       EDIT-CUSTOMER-ADDRESS.
           MOVE SPACES TO WS-ADDRESS-MESSAGE
           PERFORM LOAD-STATE-ZIP-ENTRY
           IF WS-STATEZIP-UNAVAILABLE
               MOVE "STATE/ZIP REFERENCE UNAVAILABLE - CALL SUPPORT"
                   TO WS-ADDRESS-MESSAGE
           ELSE
               PERFORM EDIT-CUSTOMER-RECORD
               EVALUATE TRUE
                   WHEN NOT SZT-STATE-FOUND
                       MOVE "STATE IS NOT A VALID STATE CODE - CORRECT A
      -                    "ND PRESS ENTER" TO WS-ADDRESS-MESSAGE
                   WHEN NOT SZT-ZIP-FORMED
                       MOVE "ZIP MUST BE 5 DIGITS OR 9 DIGITS - CORRECT 
      -                    "AND PRESS ENTER" TO WS-ADDRESS-MESSAGE
                   WHEN NOT SZT-ZIP-MATCH
                       MOVE "ZIP CODE IS NOT IN THAT STATE - CORRECT AND
      -                    " PRESS ENTER" TO WS-ADDRESS-MESSAGE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *> The credit record is read for update here so its before
      *> image goes on the journal; an account without one starts
      *> from the standard class at the class default. The keyed
      *> class is checked against RISKCLS and a keyed limit must be
      *> all digits.
       EDIT-CUSTOMER-CREDIT.
           MOVE SPACES TO WS-CREDIT-MESSAGE
           MOVE "N" TO WS-CREDIT-ON-FILE-SW
           EXEC CICS
               READ DATASET('CUSTCRED') INTO(CUSTOMER-CREDIT-RECORD)
                    RIDFLD(WS-KEY-ACCOUNT-NO) KEYLENGTH(7)
                    UPDATE RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   SET WS-CREDIT-ON-FILE TO TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE SPACES TO CUSTOMER-CREDIT-RECORD
                   MOVE WS-KEY-ACCOUNT-NO TO CRD-ACCOUNT-NO
                   MOVE "S" TO CRD-RISK-CLASS
                   MOVE "D" TO CRD-LIMIT-SOURCE
                   MOVE 0 TO CRD-CREDIT-LIMIT
               WHEN OTHER
                   MOVE "CREDIT FILE UNAVAILABLE - CALL SUPPORT"
                       TO WS-CREDIT-MESSAGE
           END-EVALUATE
           MOVE CRD-RISK-CLASS TO JRN-BEFORE-RISK-CLASS
           MOVE CRD-LIMIT-SOURCE TO JRN-BEFORE-LIMIT-SOURCE
           MOVE CRD-CREDIT-LIMIT TO JRN-BEFORE-CREDIT-LIMIT
           MOVE RISKI TO WS-RISK-CLASS
           MOVE CRLIMI TO WS-LIMIT-KEYED
           EVALUATE TRUE
               WHEN WS-CREDIT-MESSAGE NOT = SPACES
                   CONTINUE
               WHEN RISKL = 0 OR WS-RISK-CLASS = SPACE
                   MOVE "RISK CLASS IS REQUIRED - CORRECT AND PRESS ENTE
      -                "R" TO WS-CREDIT-MESSAGE
               WHEN CRLIML NOT = 0 AND WS-LIMIT-KEYED NOT = SPACES
                       AND WS-LIMIT-KEYED NOT NUMERIC
                   MOVE "CREDIT LIMIT MUST BE NUMERIC (NO DECIMAL POINT)
      -                " OR BLANK" TO WS-CREDIT-MESSAGE
               WHEN OTHER
                   EXEC CICS
                       READ DATASET('RISKCLS') INTO(RISK-CLASS-RECORD)
                            RIDFLD(WS-RISK-CLASS) KEYLENGTH(1)
                            RESP(WS-RESP)
                   END-EXEC
                   EVALUATE TRUE
                       WHEN WS-RESP = DFHRESP(NORMAL)
                           CONTINUE
                       WHEN WS-RESP = DFHRESP(NOTFND)
                           MOVE "RISK CLASS IS NOT ON THE CONTROL FILE -
      -                        " CORRECT AND PRESS ENTER"
                               TO WS-CREDIT-MESSAGE
                       WHEN OTHER
                           MOVE "RISK CLASS FILE UNAVAILABLE - CALL SUPP
      -                        "ORT" TO WS-CREDIT-MESSAGE
                   END-EVALUATE
           END-EVALUATE.

      *> The after image is built from the keyed fields; the record
      *> is only written when the class, the limit source or the
      *> limit differs from what was on file.
       UPDATE-CREDIT-RECORD.
           MOVE WS-RISK-CLASS TO JRN-AFTER-RISK-CLASS
           IF CRLIML = 0 OR WS-LIMIT-KEYED = SPACES
               MOVE "D" TO JRN-AFTER-LIMIT-SOURCE
               MOVE 0 TO JRN-AFTER-CREDIT-LIMIT
           ELSE
               MOVE "A" TO JRN-AFTER-LIMIT-SOURCE
               MOVE WS-LIMIT-KEYED-NUM TO JRN-AFTER-CREDIT-LIMIT
           END-IF
           IF JRN-AFTER-RISK-CLASS = JRN-BEFORE-RISK-CLASS
                   AND JRN-AFTER-LIMIT-SOURCE = JRN-BEFORE-LIMIT-SOURCE
                   AND JRN-AFTER-CREDIT-LIMIT = JRN-BEFORE-CREDIT-LIMIT
               IF WS-CREDIT-ON-FILE
                   EXEC CICS
                       UNLOCK DATASET('CUSTCRED')
                   END-EXEC
               END-IF
           ELSE
               MOVE JRN-AFTER-RISK-CLASS TO CRD-RISK-CLASS
               MOVE JRN-AFTER-LIMIT-SOURCE TO CRD-LIMIT-SOURCE
               MOVE JRN-AFTER-CREDIT-LIMIT TO CRD-CREDIT-LIMIT
               EXEC CICS
                   ASKTIME ABSTIME(WS-ABSTIME)
               END-EXEC
               EXEC CICS
                   FORMATTIME ABSTIME(WS-ABSTIME)
                              YYYYMMDD(CRD-CHANGED-DATE)
               END-EXEC
               EXEC CICS
                   ASSIGN USERID(CRD-CHANGED-OPERATOR)
               END-EXEC
               IF WS-CREDIT-ON-FILE
                   EXEC CICS
                       REWRITE DATASET('CUSTCRED')
                               FROM(CUSTOMER-CREDIT-RECORD)
                   END-EXEC
               ELSE
                   EXEC CICS
                       WRITE DATASET('CUSTCRED')
                             FROM(CUSTOMER-CREDIT-RECORD)
                             RIDFLD(CRD-ACCOUNT-NO) KEYLENGTH(7)
                   END-EXEC
               END-IF
           END-IF.

       LOAD-STATE-ZIP-ENTRY.
           MOVE "N" TO WS-STATEZIP-SWITCH
           MOVE 0 TO SZT-ENTRY-COUNT
           EXEC CICS
               READ DATASET('STATEZIP') INTO(STATE-ZIP-RECORD)
                    RIDFLD(CUST-STATE) KEYLENGTH(2)
                    RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE 1 TO SZT-ENTRY-COUNT
                   MOVE SZR-STATE TO SZT-STATE (1)
                   MOVE SZR-RANGE-COUNT TO SZT-RANGE-COUNT (1)
                   MOVE SZR-RANGES TO SZT-RANGES (1)
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   SET WS-STATEZIP-UNAVAILABLE TO TRUE
           END-EVALUATE.

       EDIT-CUSTOMER-RECORD.
           COPY EDITCUST.
           .

      *> One journal record per successful REWRITE, through the
      *> CJRN extrapartition TD queue (routed by the DCT to the
      *> daily journal dataset JRNLRPT reports on). The before
           MOVE CUST-NAME TO JRN-AFTER-NAME
           MOVE CUST-ADDRESS-LINE1 TO JRN-AFTER-ADDRESS
           MOVE CUST-CITY TO JRN-AFTER-CITY
           MOVE CUST-STATE TO JRN-AFTER-STATE
           MOVE CUST-ZIP TO JRN-AFTER-ZIP
           EXEC CICS
               WRITEQ TD QUEUE('CJRN') FROM(JOURNAL-RECORD)
                      LENGTH(LENGTH OF JOURNAL-RECORD)
