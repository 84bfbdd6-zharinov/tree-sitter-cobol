      *> record through the CREG TD queue for the end-of-day
      *> CUSTTREG batch register. PF12 cancels the open batch;
      *> PF3/CLEAR exit and discard anything unreleased.
      *> A debit that would take the account over its credit limit
      *> (its own limit on CUSTCRED, or its risk class default on
      *> RISKCLS) is not stored at the first ENTER: the item comes
      *> back on the screen with the limit in a warning, and only
      *> ENTER on the same account and amount again keys it, on the
      *> understanding that CUSTPOST will hold it for a supervisor's
      *> approval rather than post it. The test is against the
      *> balance on file; the posting run makes the binding check.
      *> With the credit files unavailable no warning is given.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTENTR.

           COPY CUSTREC.
           COPY TRANREC.
           COPY CUSTBREG.
           COPY CUSTCRED.
           COPY RISKCLS.
           COPY DFHAID.
           COPY DFHBMSCA.

       01  WS-ITEM-AMOUNT-EDIT     PIC X(11).
       01  WS-ITEM-AMOUNT-NUM REDEFINES WS-ITEM-AMOUNT-EDIT
                                   PIC 9(9)V99.
      *> The keyed header and item are taken off the map before the
      *> output map (which shares its storage) is cleared for the
      *> reply.
       01  WS-KEYED-HEADER.
           05  WS-KEYED-BATCH-ID   PIC X(6).
           05  WS-KEYED-EXP-COUNT  PIC X(5).
           05  WS-KEYED-EXP-AMOUNT PIC X(13).
       01  WS-KEYED-ITEM.
           05  WS-KEYED-ACCOUNT    PIC X(7).
           05  WS-KEYED-DATE       PIC X(8).
           05  WS-KEYED-TYPE       PIC X.
           05  WS-KEYED-AMOUNT     PIC X(11).
           05  WS-KEYED-DESC       PIC X(20).
       01  WS-RISK-CLASS           PIC X.
       01  WS-CREDIT-LIMIT         PIC 9(9)V99.
       01  WS-LIMIT-SWITCH         PIC X       VALUE "N".
           88 WS-LIMIT-KNOWN      VALUE "Y".
       01  WS-OVER-LIMIT-SWITCH    PIC X       VALUE "N".
           88 WS-OVER-LIMIT       VALUE "Y".
       01  WS-LIMIT-WARNING.
           05  FILLER              PIC X(21)
               VALUE "OVER CREDIT LIMIT OF ".
           05  WS-WARN-LIMIT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(44)
               VALUE " - ENTER AGAIN TO KEY IT FOR APPROVAL".

       01  WS-TSQ-NAME.
           05  FILLER              PIC X(4)    VALUE "CENT".
           05  ECA-EXP-AMOUNT      PIC 9(11)V99.
           05  ECA-KEYED-COUNT     PIC 9(5).
           05  ECA-KEYED-AMOUNT    PIC 9(11)V99.
           05  ECA-WARN-ACCOUNT    PIC 9(7).
           05  ECA-WARN-AMOUNT     PIC 9(9)V99.

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(61).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           END-EXEC.

       OPEN-BATCH.
           IF BIDL = 0
               MOVE SPACES TO WS-KEYED-BATCH-ID
           ELSE
               MOVE BIDI TO WS-KEYED-BATCH-ID
           END-IF
           MOVE BCNTI TO WS-KEYED-EXP-COUNT
           MOVE BAMTI TO WS-KEYED-EXP-AMOUNT
           MOVE LOW-VALUES TO CUSTEMP1O
           EVALUATE TRUE
               WHEN WS-KEYED-BATCH-ID = SPACES
                   MOVE "BATCH ID IS REQUIRED" TO EMSGO
               WHEN WS-KEYED-EXP-COUNT NOT NUMERIC
                       OR WS-KEYED-EXP-COUNT = "00000"
                   MOVE "EXPECTED ITEM COUNT MUST BE NUMERIC AND NOT ZER
      -                "O" TO EMSGO
               WHEN WS-KEYED-EXP-AMOUNT NOT NUMERIC
                   MOVE "EXPECTED AMOUNT MUST BE NUMERIC (NO DECIMAL POI
      -                "NT)" TO EMSGO
               WHEN OTHER
                   MOVE WS-KEYED-BATCH-ID TO ECA-BATCH-ID
                   MOVE WS-KEYED-EXP-COUNT TO ECA-EXP-COUNT
                   MOVE WS-KEYED-EXP-AMOUNT TO WS-BATCH-AMOUNT-EDIT
                   MOVE WS-BATCH-AMOUNT-NUM TO ECA-EXP-AMOUNT
                   MOVE 0 TO ECA-KEYED-COUNT
                   MOVE 0 TO ECA-KEYED-AMOUNT
                   MOVE 0 TO ECA-WARN-ACCOUNT
                   MOVE 0 TO ECA-WARN-AMOUNT
                   MOVE "K" TO ECA-STATE
                   PERFORM PURGE-ITEM-QUEUE
                   MOVE "BATCH OPEN - KEY THE FIRST ITEM" TO EMSGO
           PERFORM SEND-ENTRY-MAP.

       ADD-BATCH-ITEM.
           MOVE EACCTI TO WS-KEYED-ACCOUNT
           MOVE EDATEI TO WS-KEYED-DATE
           MOVE ETYPEI TO WS-KEYED-TYPE
           MOVE EAMTI TO WS-KEYED-AMOUNT
           MOVE EDESCI TO WS-KEYED-DESC
           MOVE LOW-VALUES TO CUSTEMP1O
           EVALUATE TRUE
               WHEN WS-KEYED-ACCOUNT NOT NUMERIC
                   MOVE "ACCOUNT NUMBER MUST BE NUMERIC" TO EMSGO
               WHEN OTHER
                   MOVE WS-KEYED-ACCOUNT TO WS-KEY-ACCOUNT-NO
                   PERFORM VERIFY-ACCOUNT-ON-FILE
                   EVALUATE TRUE
                       WHEN WS-RESP NOT = DFHRESP(NORMAL)
                           MOVE "ACCOUNT NOT ON FILE - CHECK THE SOURCE 
      -                        "DOCUMENT" TO EMSGO
                       WHEN WS-KEYED-DATE NOT NUMERIC
                           MOVE "DATE MUST BE NUMERIC YYYYMMDD"
                               TO EMSGO
                       WHEN WS-KEYED-TYPE NOT = "D"
                               AND WS-KEYED-TYPE NOT = "C"
                           MOVE "TYPE MUST BE D (DEBIT) OR C (CREDIT)"
                               TO EMSGO
                       WHEN WS-KEYED-AMOUNT NOT NUMERIC
                           MOVE "AMOUNT MUST BE NUMERIC (NO DECIMAL POIN
      -                        "T)" TO EMSGO
                       WHEN OTHER
                           PERFORM CHECK-CREDIT-LIMIT
                           EVALUATE TRUE
                               WHEN NOT WS-OVER-LIMIT
                                   PERFORM STORE-BATCH-ITEM
                                   MOVE "ITEM ADDED - KEY THE NEXT ITEM 
      -                                "OR PF5 TO RELEASE" TO EMSGO
                               WHEN ECA-WARN-ACCOUNT = WS-KEY-ACCOUNT-NO
                                AND ECA-WARN-AMOUNT = WS-ITEM-AMOUNT-NUM
                                   PERFORM STORE-BATCH-ITEM
                                   MOVE "ITEM ADDED - OVER LIMIT, HELD F
      -                                "OR APPROVAL AT POSTING"
                                       TO EMSGO
                               WHEN OTHER
                                   PERFORM WARN-OVER-LIMIT
                           END-EVALUATE
                   END-EVALUATE
           END-EVALUATE
           PERFORM SEND-ENTRY-MAP.
                    RESP(WS-RESP)
           END-EXEC.

      *> Only a debit against a numeric balance is tested. The
      *> account's own limit is used when it has one; otherwise the
      *> default for its class, or for the standard class when the
      *> account has no credit record or its class is no longer on
      *> RISKCLS - the same limit CUSTPOST will apply.
       CHECK-CREDIT-LIMIT.
           MOVE "N" TO WS-OVER-LIMIT-SWITCH
           MOVE WS-KEYED-AMOUNT TO WS-ITEM-AMOUNT-EDIT
           IF WS-KEYED-TYPE = "D" AND CUST-BALANCE NUMERIC
               PERFORM FIND-CREDIT-LIMIT
               IF WS-LIMIT-KNOWN
                   IF CUST-BALANCE + WS-ITEM-AMOUNT-NUM
                           > WS-CREDIT-LIMIT
                       SET WS-OVER-LIMIT TO TRUE
                   END-IF
               END-IF
           END-IF.

       FIND-CREDIT-LIMIT.
           MOVE "N" TO WS-LIMIT-SWITCH
           MOVE "S" TO WS-RISK-CLASS
           EXEC CICS
               READ DATASET('CUSTCRED') INTO(CUSTOMER-CREDIT-RECORD)
                    RIDFLD(WS-KEY-ACCOUNT-NO) KEYLENGTH(7)
                    RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL) AND CRD-ACCOUNT-LIMIT
                   MOVE CRD-CREDIT-LIMIT TO WS-CREDIT-LIMIT
                   SET WS-LIMIT-KNOWN TO TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE CRD-RISK-CLASS TO WS-RISK-CLASS
                   PERFORM READ-CLASS-DEFAULT
               WHEN WS-RESP = DFHRESP(NOTFND)
                   PERFORM READ-CLASS-DEFAULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       READ-CLASS-DEFAULT.
           EXEC CICS
               READ DATASET('RISKCLS') INTO(RISK-CLASS-RECORD)
                    RIDFLD(WS-RISK-CLASS) KEYLENGTH(1)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND) AND WS-RISK-CLASS NOT = "S"
               MOVE "S" TO WS-RISK-CLASS
               EXEC CICS
                   READ DATASET('RISKCLS') INTO(RISK-CLASS-RECORD)
                        RIDFLD(WS-RISK-CLASS) KEYLENGTH(1)
                        RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE RSK-DEFAULT-LIMIT TO WS-CREDIT-LIMIT
               SET WS-LIMIT-KNOWN TO TRUE
           END-IF.

      *> The item goes back on the screen as keyed, each field with
      *> its modified data tag set so that a bare ENTER sends it
      *> again; the commarea remembers which item was warned.
       WARN-OVER-LIMIT.
           MOVE WS-KEY-ACCOUNT-NO TO ECA-WARN-ACCOUNT
           MOVE WS-ITEM-AMOUNT-NUM TO ECA-WARN-AMOUNT
           MOVE WS-CREDIT-LIMIT TO WS-WARN-LIMIT
           MOVE WS-LIMIT-WARNING TO EMSGO
           MOVE WS-KEYED-ACCOUNT TO EACCTO
           MOVE WS-KEYED-DATE TO EDATEO
           MOVE WS-KEYED-TYPE TO ETYPEO
           MOVE WS-KEYED-AMOUNT TO EAMTO
           MOVE WS-KEYED-DESC TO EDESCO
           MOVE DFHUNNUM TO EACCTA
           MOVE DFHUNNUM TO EDATEA
           MOVE DFHBMFSE TO ETYPEA
           MOVE DFHUNNUM TO EAMTA
           MOVE DFHBMFSE TO EDESCA.

       STORE-BATCH-ITEM.
           MOVE 0 TO ECA-WARN-ACCOUNT
           MOVE 0 TO ECA-WARN-AMOUNT
           MOVE WS-KEYED-ACCOUNT TO TRAN-ACCOUNT-NO
           MOVE WS-KEYED-DATE TO TRAN-DATE
           MOVE WS-KEYED-TYPE TO TRAN-TYPE
           MOVE WS-KEYED-AMOUNT TO WS-ITEM-AMOUNT-EDIT
           MOVE WS-ITEM-AMOUNT-NUM TO TRAN-AMOUNT
           MOVE WS-KEYED-DESC TO TRAN-DESCRIPTION
           EXEC CICS
               WRITEQ TS QUEUE(WS-TSQ-NAME) FROM(TRANSACTION-RECORD)
                      LENGTH(LENGTH OF TRANSACTION-RECORD)
