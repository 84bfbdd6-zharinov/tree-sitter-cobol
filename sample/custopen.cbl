      *> CUSTOPEN - Online new-account opening
      *> Pseudo-conversational CICS transaction CNEW. Until now a new
      *> customer could only reach CUSTOMER-MASTER through the nightly
      *> extract reload; this lets an operator open the account on the
      *> spot. Every CUSTREC field is keyed on the one screen (a blank
      *> opening balance is zero, a blank status is A) and the record
      *> is put through the same EDITCUST rules the nightly edit run
      *> applies, so nothing gets onto the master online that the batch
      *> edit would have rejected - including the address edits, for
      *> which the one state/ZIP reference record (CICS file STATEZIP,
      *> copybook STZIPREF) for the keyed state is read into the
      *> EDITCUST table just ahead of the edit. The account number is
      *> never keyed: it is taken from the next-number control record
      *> (copybook CUSTNEXT) under READ UPDATE, which holds every other
      *> opening terminal off until the master record is written and
      *> the number rewritten. A number already on the master (put
      *> there by the reload or the reject recycle) is stepped over.
      *> Each opening is logged, with the full record image, to the
      *> new-account journal through the CNAJ extrapartition TD queue
      *> (copybook CUSTNJRN); the nightly CUSTNACT step reads it to
      *> bring the CTLCARD count and balance hash up to date and prints
      *> the new-accounts register for supervisor review. PF3/CLEAR
      *> exit.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOPEN.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY CUSTNMAP.
           COPY CUSTREC.
           COPY CUSTNEXT.
           COPY CUSTNJRN.
           COPY STZIPREF.
           COPY STZIPTBL.
           COPY DFHAID.
           COPY DFHBMSCA.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-ABSTIME              PIC S9(15) COMP-3.
       01  WS-EDIT-ERROR-CODE      PIC X(4)    VALUE SPACES.
       01  WS-NEXT-KEY             PIC X(8)    VALUE "ACCOUNT".
       01  WS-TRY-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-MAX-TRIES            PIC S9(4) COMP VALUE 50.
       01  WS-STATEZIP-SWITCH      PIC X       VALUE "N".
           88 WS-STATEZIP-UNAVAILABLE VALUE "Y".
       01  WS-OPEN-RESULT          PIC X       VALUE "P".
           88 WS-OPEN-PENDING     VALUE "P".
           88 WS-OPEN-WRITTEN     VALUE "W".
           88 WS-OPEN-EXHAUSTED   VALUE "X".
           88 WS-OPEN-FAILED      VALUE "F".
      *> The opening balance is keyed as bare digits with the
      *> implied V99, the same convention CENT uses for amounts;
      *> the REDEFINES re-reads it with the decimal in place.
       01  WS-BALANCE-EDIT         PIC X(11).
       01  WS-BALANCE-NUM REDEFINES WS-BALANCE-EDIT
                                   PIC 9(9)V99.

       01  WS-OPENED-MESSAGE.
           05  FILLER              PIC X(8)    VALUE "ACCOUNT ".
           05  WS-OPN-ACCOUNT-NO   PIC 9(7).
           05  FILLER              PIC X(36)
               VALUE " OPENED - KEY THE NEXT NEW CUSTOMER".

       01  WS-EDIT-MESSAGE.
           05  FILLER              PIC X(34)
               VALUE "CUSTOMER EDIT FAILED - ERROR CODE ".
           05  WS-EDM-ERROR-CODE   PIC X(4).

       01  WS-COMMAREA.
           05  NCA-STATE           PIC X.

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(1).

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
                   WHEN OTHER
                       PERFORM RECEIVE-OPENING-MAP
                       IF WS-RESP = DFHRESP(MAPFAIL)
                           PERFORM SEND-FRESH-MAP
                       ELSE
                           PERFORM OPEN-NEW-ACCOUNT
                       END-IF
               END-EVALUATE
           END-IF
           EXEC CICS
               RETURN TRANSID('CNEW') COMMAREA(WS-COMMAREA)
           END-EXEC.

       SEND-FRESH-MAP.
           MOVE "O" TO NCA-STATE
           MOVE LOW-VALUES TO CUSTNMP1O
           MOVE "KEY THE NEW CUSTOMER'S DETAILS AND PRESS ENTER"
               TO NMSGO
           EXEC CICS
               SEND MAP('CUSTNMP1') MAPSET('CUSTNMAP')
                    FROM(CUSTNMP1O) ERASE
           END-EXEC.

      *> Fields the operator left untouched come back as
      *> LOW-VALUES; they are turned into spaces here so the edits
      *> and the record image see blanks, as the batch edit would.
       RECEIVE-OPENING-MAP.
           EXEC CICS
               RECEIVE MAP('CUSTNMP1') MAPSET('CUSTNMAP')
                       INTO(CUSTNMP1I) RESP(WS-RESP)
           END-EXEC
           INSPECT NNAMEI REPLACING ALL LOW-VALUES BY SPACES
           INSPECT NADDRI REPLACING ALL LOW-VALUES BY SPACES
           INSPECT NCITYI REPLACING ALL LOW-VALUES BY SPACES
           INSPECT NSTATEI REPLACING ALL LOW-VALUES BY SPACES
           INSPECT NZIPI REPLACING ALL LOW-VALUES BY SPACES
           INSPECT NBALI REPLACING ALL LOW-VALUES BY SPACES
           INSPECT NSIGNI REPLACING ALL LOW-VALUES BY SPACES
           INSPECT NSTATI REPLACING ALL LOW-VALUES BY SPACES.

      *> The screen-only checks (amount digits, sign, status) come
      *> first, then the record is built and put through EDITCUST
      *> with a zero account number standing in for the one not
      *> yet assigned. A failing screen keeps what was keyed so the
      *> operator only corrects the field named in the message.
       OPEN-NEW-ACCOUNT.
           IF NBALI = SPACES
               MOVE ZEROS TO WS-BALANCE-EDIT
           ELSE
               MOVE NBALI TO WS-BALANCE-EDIT
           END-IF
           IF NSTATI = SPACE
               MOVE "A" TO NSTATI
           END-IF
           EVALUATE TRUE
               WHEN WS-BALANCE-EDIT NOT NUMERIC
                   MOVE "OPENING BALANCE MUST BE NUMERIC (NO DECIMAL POI
      -                "NT)" TO NMSGO
                   PERFORM RESEND-KEYED-MAP
               WHEN NSIGNI NOT = SPACE AND NSIGNI NOT = "-"
                   MOVE "BALANCE SIGN MUST BE BLANK OR -" TO NMSGO
                   PERFORM RESEND-KEYED-MAP
               WHEN NSTATI NOT = "A" AND NSTATI NOT = "I"
                   MOVE "STATUS MUST BE A (ACTIVE) OR I (INACTIVE)"
                       TO NMSGO
                   PERFORM RESEND-KEYED-MAP
               WHEN OTHER
                   PERFORM BUILD-CUSTOMER-RECORD
                   PERFORM LOAD-STATE-ZIP-ENTRY
                   IF WS-STATEZIP-UNAVAILABLE
                       MOVE "STATE/ZIP REFERENCE UNAVAILABLE - CALL SUPP
      -                    "ORT" TO NMSGO
                       PERFORM RESEND-KEYED-MAP
                   ELSE
                       PERFORM EDIT-NEW-CUSTOMER
                       IF WS-EDIT-ERROR-CODE = SPACES
                           PERFORM ASSIGN-AND-WRITE-ACCOUNT
                       ELSE
                           PERFORM SET-EDIT-MESSAGE
                           PERFORM RESEND-KEYED-MAP
                       END-IF
                   END-IF
           END-EVALUATE.

       BUILD-CUSTOMER-RECORD.
           MOVE SPACES TO CUSTOMER-RECORD
           MOVE 0 TO CUST-ACCOUNT-NO
           MOVE NNAMEI TO CUST-NAME
           MOVE NADDRI TO CUST-ADDRESS-LINE1
           MOVE NCITYI TO CUST-CITY
           MOVE NSTATEI TO CUST-STATE
           MOVE NZIPI TO CUST-ZIP
           MOVE WS-BALANCE-NUM TO CUST-BALANCE
           IF NSIGNI = "-"
               COMPUTE CUST-BALANCE = 0 - CUST-BALANCE
           END-IF
           MOVE NSTATI TO CUST-STATUS.

      *> Only the keyed state's reference record is needed for the
      *> edit, so it alone is put in the table. A state not on the
      *> file leaves the table empty and EDITCUST reports E005; any
      *> other failure of the read refuses the opening rather than
      *> edit against a table that may be wrong.
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

       EDIT-NEW-CUSTOMER.
           COPY EDITCUST.
           .

       SET-EDIT-MESSAGE.
           EVALUATE WS-EDIT-ERROR-CODE
               WHEN "E001"
                   MOVE "CUSTOMER NAME IS REQUIRED" TO NMSGO
               WHEN "E003"
                   MOVE "CITY IS REQUIRED" TO NMSGO
               WHEN "E004"
                   MOVE "OPENING BALANCE IS NOT NUMERIC" TO NMSGO
               WHEN "E005"
                   MOVE "STATE IS NOT A VALID STATE CODE" TO NMSGO
               WHEN "E006"
                   MOVE "ZIP MUST BE 5 DIGITS OR 9 DIGITS" TO NMSGO
               WHEN "E007"
                   MOVE "ZIP CODE IS NOT IN THAT STATE" TO NMSGO
               WHEN OTHER
                   MOVE WS-EDIT-ERROR-CODE TO WS-EDM-ERROR-CODE
                   MOVE WS-EDIT-MESSAGE TO NMSGO
           END-EVALUATE.

      *> The next-number record stays held from the READ UPDATE
      *> until the REWRITE below, so the number handed out here
      *> cannot go to any other terminal. A number the master
      *> already holds is stepped over and the next one tried; a
      *> write that fails for any other reason gives the number
      *> back so no gap is left in the range.
       ASSIGN-AND-WRITE-ACCOUNT.
           EXEC CICS
               READ DATASET('CUSTNEXT') INTO(NEXT-NUMBER-RECORD)
                    RIDFLD(WS-NEXT-KEY) KEYLENGTH(8)
                    UPDATE RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "NEXT-NUMBER CONTROL RECORD UNAVAILABLE - CALL SUPPO
      -            "RT" TO NMSGO
               PERFORM RESEND-KEYED-MAP
           ELSE
               SET WS-OPEN-PENDING TO TRUE
               MOVE 0 TO WS-TRY-COUNT
               PERFORM TRY-NEXT-ACCOUNT-NUMBER
                   UNTIL NOT WS-OPEN-PENDING
                      OR WS-TRY-COUNT >= WS-MAX-TRIES
               IF WS-OPEN-WRITTEN
                   PERFORM STAMP-NEXT-NUMBER-RECORD
               END-IF
               EXEC CICS
                   REWRITE DATASET('CUSTNEXT')
                           FROM(NEXT-NUMBER-RECORD)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-OPEN-WRITTEN
                       PERFORM WRITE-NEW-ACCOUNT-JOURNAL
                       MOVE LOW-VALUES TO CUSTNMP1O
                       MOVE CUST-ACCOUNT-NO TO NACCTO
                       MOVE CUST-ACCOUNT-NO TO WS-OPN-ACCOUNT-NO
                       MOVE WS-OPENED-MESSAGE TO NMSGO
                       EXEC CICS
                           SEND MAP('CUSTNMP1') MAPSET('CUSTNMAP')
                                FROM(CUSTNMP1O) ERASE
                       END-EXEC
                   WHEN WS-OPEN-EXHAUSTED
                       MOVE "ACCOUNT NUMBER RANGE EXHAUSTED - CALL SUPPO
      -                    "RT" TO NMSGO
                       PERFORM RESEND-KEYED-MAP
                   WHEN OTHER
                       MOVE "ACCOUNT NOT WRITTEN - CALL SUPPORT"
                           TO NMSGO
                       PERFORM RESEND-KEYED-MAP
               END-EVALUATE
           END-IF.

       TRY-NEXT-ACCOUNT-NUMBER.
           IF NXT-LAST-ACCOUNT-NO >= NXT-HIGH-ACCOUNT-NO
               SET WS-OPEN-EXHAUSTED TO TRUE
           ELSE
               ADD 1 TO NXT-LAST-ACCOUNT-NO
               ADD 1 TO WS-TRY-COUNT
               MOVE NXT-LAST-ACCOUNT-NO TO CUST-ACCOUNT-NO
               EXEC CICS
                   WRITE DATASET('CUSTMAST') FROM(CUSTOMER-RECORD)
                         RIDFLD(CUST-ACCOUNT-NO) KEYLENGTH(7)
                         RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NORMAL)
                       SET WS-OPEN-WRITTEN TO TRUE
                   WHEN WS-RESP = DFHRESP(DUPREC)
                       CONTINUE
                   WHEN OTHER
                       SUBTRACT 1 FROM NXT-LAST-ACCOUNT-NO
                       SET WS-OPEN-FAILED TO TRUE
               END-EVALUATE
           END-IF.

       STAMP-NEXT-NUMBER-RECORD.
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(NJR-DATE)
                          TIME(NJR-TIME)
           END-EXEC
           EXEC CICS
               ASSIGN USERID(NJR-OPERATOR)
           END-EXEC
           MOVE NJR-DATE TO NXT-LAST-DATE
           MOVE NJR-TIME TO NXT-LAST-TIME
           MOVE NJR-OPERATOR TO NXT-LAST-OPERATOR.

      *> One journal record per account opened, through the CNAJ
      *> extrapartition TD queue (routed by the DCT to the daily
      *> new-account journal dataset CUSTNACT reads). Date, time
      *> and operator were stamped when the number was taken.
       WRITE-NEW-ACCOUNT-JOURNAL.
           MOVE EIBTRMID TO NJR-TERMINAL
           MOVE CUSTOMER-RECORD TO NJR-CUSTOMER-IMAGE
           EXEC CICS
               WRITEQ TD QUEUE('CNAJ')
                      FROM(NEW-ACCOUNT-JOURNAL-RECORD)
                      LENGTH(LENGTH OF NEW-ACCOUNT-JOURNAL-RECORD)
           END-EXEC.

      *> The input and output maps share storage, so the keyed
      *> fields are still in place; only the message is new. The
      *> keyed fields are FSET in the mapset, so whatever the
      *> operator does not retype comes back on the next ENTER.
       RESEND-KEYED-MAP.
           EXEC CICS
               SEND MAP('CUSTNMP1') MAPSET('CUSTNMAP')
                    FROM(CUSTNMP1O) ERASE
           END-EXEC.
