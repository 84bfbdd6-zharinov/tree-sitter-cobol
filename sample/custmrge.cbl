      *> CUSTMRGE - Account renumber and merge run
      *> Supervisor-card-driven run that moves a customer from one
      *> account number to another. A renumber (R) puts the master
      *> record under a number not yet on file; a merge (M) folds a
      *> duplicate account into one that is, the two balances
      *> combined on the surviving record. Either way the old
      *> master record is deleted and everything kept under the old
      *> number follows it: the transaction history KSDS entries
      *> (rekeyed, a sequence collision under the new number taking
      *> the next free sequence), the interest YTD record (added to
      *> the target's when both are for the same year, otherwise
      *> the later year is kept), the archived images (rekeyed with
      *> the account inside the image changed to match), the
      *> dunning history (the target keeps the higher consecutive
      *> cycle count) and the statement period's month-to-date
      *> activity, and the credit record (copybook CUSTCRED): a
      *> renumber moves it to the new number, replacing any record a
      *> purged account left there, or drops such a leftover when
      *> the account being moved has none; a merge keeps the
      *> target's record, and where the retired account's effective
      *> limit was the lower the survivor takes that as its own
      *> limit, in the target's class, stamped with the run date.
      *> The dunning and month-to-date datasets are
      *> sequential, so they are rewritten in one pass each after
      *> the cards, through every renumber and merge applied - an
      *> account renumbered and then merged in the same run ends up
      *> under its final number. A D for the old number and a C for
      *> the new one are queued for the CRM feed (CUSTXTR reads the
      *> queue on its next run).
      *>
      *> A merge is refused when the two accounts carry different
      *> CUST-STATUS values, when either balance is not numeric, and
      *> when either account has items open in the CUSTSUSP suspense
      *> cycle; a renumber is refused on suspense items too, because
      *> they would never again find their account. Both are also
      *> refused while either account has debits on the held KSDS
      *> (copybook HELDREC) still pending or approved: CAPR and the
      *> CUSTHREL release work by the number the item was held under,
      *> so the supervisor decides them, and the release posts them,
      *> before the card is resubmitted. The register
      *> prints every card with its disposition and, for each one
      *> applied, the before and after images and what was carried,
      *> with the survivor's risk class and effective limit.
      *> A merge takes one record off the master, so the CTLCARD
      *> count is rewritten minus the merges; the balance hash is
      *> adjusted by the old balances out and the combined balance
      *> in, which nets to nil but is kept provable; the job stream
      *> copies CTLOUT back over CTLCARD. The receivables total does
      *> not move, so no GL journal is cut. A rejected card ends the
      *> run RC 4 (the accepted cards are applied and the follow-on
      *> steps still run); no cards at all ends it RC 8.
      *>
      *> MRGCTL card layout (80 bytes):
      *>   col  1       action - R renumber, M merge
      *>   cols 2-8     account number being retired
      *>   cols 9-15    account number it moves to (R - not on
      *>                file yet; M - the surviving account)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMRGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ACCOUNT-NO
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.
           SELECT MERGE-CARDS ASSIGN TO "MRGCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MRGCTL-FILE-STATUS.
           SELECT SUSPENSE-WORK-FILE ASSIGN TO "SUSPWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPWORK-FILE-STATUS.
           SELECT SUSPENSE-NEW-FILE ASSIGN TO "SUSPNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPNEW-FILE-STATUS.
           SELECT TRAN-HISTORY ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-TRANHIST-FILE-STATUS.
           SELECT INTEREST-YTD-FILE ASSIGN TO "INTYTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INTY-ACCOUNT-NO
               FILE STATUS IS WS-INTYTD-FILE-STATUS.
           SELECT ARCHIVE-MASTER ASSIGN TO "ARCHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCM-KEY
               FILE STATUS IS WS-ARCHMAST-FILE-STATUS.
           SELECT CREDIT-FILE ASSIGN TO "CUSTCRED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRD-ACCOUNT-NO
               FILE STATUS IS WS-CUSTCRED-FILE-STATUS.
           SELECT RISK-CLASS-FILE ASSIGN TO "RISKCLS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RSK-CLASS
               FILE STATUS IS WS-RISKCLS-FILE-STATUS.
           SELECT HELD-FILE ASSIGN TO "CUSTHELD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-CUSTHELD-FILE-STATUS.
           SELECT DUN-HISTORY-IN ASSIGN TO "DUNHIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUNHIN-FILE-STATUS.
           SELECT DUN-HISTORY-OUT ASSIGN TO "DUNHOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MONTHLY-IN ASSIGN TO "MONTHIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MONTHIN-FILE-STATUS.
           SELECT MONTHLY-OUT ASSIGN TO "MONTHOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CRM-QUEUE-FILE ASSIGN TO "MRGQUEUE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-FILE-STATUS.
           SELECT CONTROL-OUT-FILE ASSIGN TO "CTLOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO "MRGERPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "OVERRIDE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
           COPY CUSTREC.

       FD  MERGE-CARDS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  MERGE-CARD.
           05  MCD-ACTION              PIC X.
           05  MCD-FROM-ACCOUNT        PIC X(7).
           05  MCD-TO-ACCOUNT          PIC X(7).
           05  FILLER                  PIC X(65).

       FD  SUSPENSE-WORK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 58 CHARACTERS.
           COPY SUSPREC.

      *> Last night's new suspense is read by account number only;
      *> like the working items it may hold non-numeric data, so
      *> it is not laid out through TRANREC.
       FD  SUSPENSE-NEW-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 47 CHARACTERS.
       01  SUSPENSE-NEW-RECORD.
           05  SNW-ACCOUNT-NO          PIC X(7).
           05  FILLER                  PIC X(40).

       FD  TRAN-HISTORY
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS.
           COPY CUSTHIST.

       FD  INTEREST-YTD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 22 CHARACTERS.
           COPY CUSTINTY.

       FD  ARCHIVE-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 125 CHARACTERS.
           COPY CUSTARCM.

       FD  CREDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY CUSTCRED.

       FD  RISK-CLASS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY RISKCLS.

       FD  HELD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY HELDREC.

       FD  DUN-HISTORY-IN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 18 CHARACTERS.
       01  DUN-HISTORY-RECORD.
           05  DNH-ACCOUNT-NO          PIC X(7).
           05  DNH-CYCLE-COUNT         PIC 9(3).
           05  DNH-LAST-DATE           PIC X(8).

       FD  DUN-HISTORY-OUT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 18 CHARACTERS.
       01  DUN-HISTORY-OUT-RECORD.
           05  DNO-ACCOUNT-NO          PIC X(7).
           05  DNO-CYCLE-COUNT         PIC 9(3).
           05  DNO-LAST-DATE           PIC X(8).

       FD  MONTHLY-IN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 47 CHARACTERS.
           COPY TRANREC.

       FD  MONTHLY-OUT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 47 CHARACTERS.
       01  MONTHLY-OUT-RECORD          PIC X(47).

      *> Queued CRM details carry the feed's own detail layout -
      *> change type plus the 110-byte image - so CUSTXTR can put
      *> them on the feed as they stand.
       FD  CRM-QUEUE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  CRM-QUEUE-RECORD.
           05  CRQ-CHANGE-TYPE         PIC X.
           05  CRQ-IMAGE               PIC X(110).
           05  FILLER                  PIC X(9).

       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 23 CHARACTERS.
           COPY CUSTCTL.

       FD  CONTROL-OUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 23 CHARACTERS.
           COPY CUSTCTLO.

       FD  REGISTER-FILE
           LABEL RECORDS OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01  REGISTER-LINE               PIC X(132).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS.
           COPY RUNCTL.

       FD  OVERRIDE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  OVERRIDE-CARD.
           05  OVR-REQUEST             PIC X(8).
           05  FILLER                  PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-CARD-COUNT       PIC S9(5) COMP-3   VALUE 0.
       01  WS-RENUMBERED-COUNT PIC S9(5) COMP-3   VALUE 0.
       01  WS-MERGED-COUNT     PIC S9(5) COMP-3   VALUE 0.
       01  WS-REJECTED-COUNT   PIC S9(5) COMP-3   VALUE 0.
       01  WS-HIST-MOVED-COUNT PIC S9(7) COMP-3   VALUE 0.
       01  WS-HIST-RESEQ-COUNT PIC S9(7) COMP-3   VALUE 0.
       01  WS-ARCH-MOVED-COUNT PIC S9(7) COMP-3   VALUE 0.
       01  WS-ARCH-KEPT-COUNT  PIC S9(7) COMP-3   VALUE 0.
       01  WS-INTY-MOVED-COUNT PIC S9(7) COMP-3   VALUE 0.
       01  WS-CRED-MOVED-COUNT PIC S9(7) COMP-3   VALUE 0.
       01  WS-CRED-LOWER-COUNT PIC S9(7) COMP-3   VALUE 0.
       01  WS-DUN-READ-COUNT   PIC S9(7) COMP-3   VALUE 0.
       01  WS-DUN-CARRIED-COUNT PIC S9(7) COMP-3  VALUE 0.
       01  WS-MONTH-READ-COUNT PIC S9(7) COMP-3   VALUE 0.
       01  WS-MONTH-REKEY-COUNT PIC S9(7) COMP-3  VALUE 0.
       01  WS-QUEUED-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-CARD-HIST-MOVED  PIC S9(7) COMP-3   VALUE 0.
       01  WS-CARD-HIST-RESEQ  PIC S9(7) COMP-3   VALUE 0.
       01  WS-CARD-ARCH-MOVED  PIC S9(5) COMP-3   VALUE 0.
       01  WS-CONTROL-COUNT    PIC S9(7) COMP-3   VALUE 0.
       01  WS-CONTROL-BALANCE  PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-COMBINED-BALANCE PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-CARD-EOF-SWITCH  PIC X       VALUE "N".
           88 WS-CARD-EOF     VALUE "Y".
       01  WS-SUSP-EOF-SWITCH  PIC X       VALUE "N".
           88 WS-SUSP-EOF     VALUE "Y".
       01  WS-DUN-EOF-SWITCH   PIC X       VALUE "N".
           88 WS-DUN-EOF      VALUE "Y".
       01  WS-MONTH-EOF-SWITCH PIC X       VALUE "N".
           88 WS-MONTH-EOF    VALUE "Y".
       01  WS-BROWSE-DONE-SW   PIC X       VALUE "N".
           88 WS-BROWSE-DONE  VALUE "Y".
       01  WS-WRITE-DONE-SW    PIC X       VALUE "N".
           88 WS-WRITE-DONE   VALUE "Y".
       01  WS-TO-FOUND-SW      PIC X       VALUE "N".
           88 WS-TO-FOUND     VALUE "Y".
       01  WS-MAP-INVOLVED-SW  PIC X       VALUE "N".
           88 WS-MAP-INVOLVED VALUE "Y".
       01  WS-DUN-FOUND-SW     PIC X       VALUE "N".
           88 WS-DUN-FOUND    VALUE "Y".
       01  WS-HELD-OPEN-SW     PIC X       VALUE "N".
           88 WS-HELD-OPEN    VALUE "Y".
       01  WS-FROM-CRED-SW     PIC X       VALUE "N".
           88 WS-FROM-CRED-FOUND VALUE "Y".
       01  WS-TO-CRED-SW       PIC X       VALUE "N".
           88 WS-TO-CRED-FOUND VALUE "Y".
       01  WS-RISK-EOF-SWITCH  PIC X       VALUE "N".
           88 WS-RISK-EOF     VALUE "Y".
       01  WS-RISK-TABLE-SWITCH PIC X      VALUE "Y".
           88 WS-RISK-TABLE-OK VALUE "Y".
       01  WS-STANDARD-CLASS-SWITCH PIC X  VALUE "N".
           88 WS-STANDARD-CLASS-LOADED VALUE "Y".

       01  WS-CUSTMAST-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-MRGCTL-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-SUSPWORK-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-SUSPNEW-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-TRANHIST-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-INTYTD-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-ARCHMAST-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-DUNHIN-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-MONTHIN-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-CTLCARD-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-RUNCTL-FILE-STATUS   PIC XX      VALUE SPACES.
       01  WS-OVERRIDE-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-CUSTCRED-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-RISKCLS-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-CUSTHELD-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-EDIT-STATUS-BYTE     PIC X       VALUE SPACE.
       01  WS-OVERRIDE-SW          PIC X       VALUE "N".
           88 WS-OVERRIDE         VALUE "Y".

      *> Every card is held for the run: the suspense files are
      *> matched against the whole set in one pass each before any
      *> card is applied, and the sequential rewrites after the
      *> cards map each account through every card that was.
       01  WS-CARD-LIMIT       PIC 9(3) COMP    VALUE 100.
       01  WS-CARD-SUB         PIC 9(3) COMP    VALUE 0.
       01  WS-MAP-SUB          PIC 9(3) COMP    VALUE 0.
       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY OCCURS 100 TIMES.
               10  WS-CRD-ACTION       PIC X.
                   88 WS-CRD-RENUMBER VALUE "R".
                   88 WS-CRD-MERGE    VALUE "M".
               10  WS-CRD-FROM         PIC X(7).
               10  WS-CRD-TO           PIC X(7).
               10  WS-CRD-FROM-SUSP-SW PIC X.
                   88 WS-CRD-FROM-IN-SUSP VALUE "Y".
               10  WS-CRD-TO-SUSP-SW   PIC X.
                   88 WS-CRD-TO-IN-SUSP   VALUE "Y".
               10  WS-CRD-APPLIED-SW   PIC X.
                   88 WS-CRD-APPLIED      VALUE "Y".

      *> Dunning entries for every account a card touched are held
      *> here, combined under the final account, and written after
      *> the untouched entries; the job stream sorts the new
      *> generation back into account order.
       01  WS-DUN-COUNT        PIC 9(3) COMP    VALUE 0.
       01  WS-DUN-SUB          PIC 9(3) COMP    VALUE 0.
       01  WS-DUN-TABLE.
           05  WS-DUN-ENTRY OCCURS 200 TIMES.
               10  WS-DUN-ACCOUNT      PIC X(7).
               10  WS-DUN-CYCLES       PIC 9(3).
               10  WS-DUN-LAST-DATE    PIC X(8).

       01  WS-SUSP-ACCOUNT     PIC X(7)    VALUE SPACES.
       01  WS-MAP-ACCOUNT      PIC X(7)    VALUE SPACES.
       01  WS-CARD-FROM        PIC X(7)    VALUE SPACES.
       01  WS-CARD-TO          PIC X(7)    VALUE SPACES.
       01  WS-CARD-REASON      PIC X(30)   VALUE SPACES.
       01  WS-INTY-RESULT      PIC X(24)   VALUE SPACES.
       01  WS-HIST-SAVE        PIC X(52)   VALUE SPACES.
       01  WS-ARCM-SAVE        PIC X(125)  VALUE SPACES.
       01  WS-ARCM-LAST-KEY    PIC X(15)   VALUE SPACES.
       01  WS-CRED-RESULT      PIC X(20)   VALUE SPACES.
       01  WS-HELD-ACCOUNT     PIC 9(7)    VALUE 0.
       01  WS-RISK-CLASS       PIC X       VALUE SPACE.
       01  WS-CREDIT-LIMIT     PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-STANDARD-LIMIT   PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-FROM-LIMIT       PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-TO-LIMIT         PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-FROM-CREDIT      PIC X(40)   VALUE SPACES.
       01  WS-TO-CREDIT        PIC X(40)   VALUE SPACES.
           COPY RISKTBL.
       01  WS-INTY-SAVE.
           05  WS-INTY-SAVE-ACCOUNT PIC X(7).
           05  WS-INTY-SAVE-YEAR   PIC X(4).
           05  WS-INTY-SAVE-YTD    PIC 9(9)V99.

       01  WS-FROM-CUSTOMER.
           05  WS-FROM-ACCOUNT-NO  PIC 9(7).
           05  WS-FROM-NAME        PIC X(30).
           05  FILLER              PIC X(61).
           05  WS-FROM-BALANCE     PIC S9(9)V99.
           05  WS-FROM-STATUS      PIC X.

       01  WS-TO-CUSTOMER.
           05  WS-TO-ACCOUNT-NO    PIC 9(7).
           05  WS-TO-NAME          PIC X(30).
           05  FILLER              PIC X(61).
           05  WS-TO-BALANCE       PIC S9(9)V99.
           05  WS-TO-STATUS        PIC X.

       01  WS-AFTER-CUSTOMER.
           05  WS-AFTER-ACCOUNT-NO PIC 9(7).
           05  WS-AFTER-NAME       PIC X(30).
           05  FILLER              PIC X(61).
           05  WS-AFTER-BALANCE    PIC S9(9)V99.
           05  WS-AFTER-STATUS     PIC X.

       01  WS-PAGE-NUMBER      PIC 9(3) COMP    VALUE 0.
       01  WS-LINE-COUNT       PIC 9(3) COMP    VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(3) COMP    VALUE 60.
       01  WS-RUN-DATE         PIC X(8)    VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(11)   VALUE "RUN DATE: ".
           05  WS-HDG-DATE         PIC X(8).
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(26)
               VALUE "ACCOUNT RENUMBER/MERGE".
           05  FILLER              PIC X(64)   VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE "PAGE: ".
           05  WS-HDG-PAGE         PIC ZZ9.
           05  FILLER              PIC X(4)    VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER              PIC X(10)   VALUE "ACTION".
           05  FILLER              PIC X(9)    VALUE "FROM".
           05  FILLER              PIC X(10)   VALUE "TO".
           05  FILLER              PIC X(8)    VALUE "IMAGE".
           05  FILLER              PIC X(9)    VALUE "ACCOUNT".
           05  FILLER              PIC X(32)   VALUE "CUSTOMER NAME".
           05  FILLER              PIC X(4)    VALUE "ST".
           05  FILLER              PIC X(18)   VALUE "        BALANCE".
           05  FILLER              PIC X(32)   VALUE "DISPOSITION".

       01  WS-DETAIL-LINE.
           05  WS-DTL-ACTION       PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-FROM         PIC X(7).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-TO           PIC X(7).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WS-DTL-IMAGE        PIC X(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-ACCOUNT      PIC X(7).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-NAME         PIC X(30).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-STATUS       PIC X.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WS-DTL-BALANCE      PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-DTL-BALANCE-X REDEFINES WS-DTL-BALANCE
                                   PIC X(15).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WS-DTL-DISPOSITION  PIC X(30).
           05  FILLER              PIC X(2)    VALUE SPACES.

       01  WS-CARRIED-LINE.
           05  FILLER              PIC X(30)   VALUE SPACES.
           05  FILLER              PIC X(18)
               VALUE "HISTORY ENTRIES: ".
           05  WS-CAR-HIST         PIC ZZ,ZZ9.
           05  FILLER              PIC X(15)
               VALUE "  RESEQUENCED: ".
           05  WS-CAR-RESEQ        PIC ZZ,ZZ9.
           05  FILLER              PIC X(18)
               VALUE "  ARCHIVE IMAGES: ".
           05  WS-CAR-ARCH         PIC ZZ9.
           05  FILLER              PIC X(16)
               VALUE "  INTEREST YTD: ".
           05  WS-CAR-INTY         PIC X(20).

       01  WS-CREDIT-LINE.
           05  FILLER              PIC X(30)   VALUE SPACES.
           05  FILLER              PIC X(14)
               VALUE "CREDIT CLASS: ".
           05  WS-CAR-CLASS        PIC X.
           05  FILLER              PIC X(9)    VALUE "  LIMIT: ".
           05  WS-CAR-LIMIT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-CAR-SOURCE       PIC X(13).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-CAR-CREDIT       PIC X(20).
           05  FILLER              PIC X(27)   VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER          PIC X(28)
               VALUE "*** CARDS READ:            ".
           05  WS-TOT-CARDS    PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER          PIC X(28)
               VALUE "*** ACCOUNTS RENUMBERED:   ".
           05  WS-TOT-RENUM    PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER          PIC X(28)
               VALUE "*** ACCOUNTS MERGED:       ".
           05  WS-TOT-MERGED   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER          PIC X(28)
               VALUE "*** CARDS REJECTED:        ".
           05  WS-TOT-REJECTED PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-5.
           05  FILLER          PIC X(28)
               VALUE "*** HISTORY REKEYED:       ".
           05  WS-TOT-HIST     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-6.
           05  FILLER          PIC X(28)
               VALUE "*** ARCHIVE IMAGES REKEYED:".
           05  WS-TOT-ARCH     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-7.
           05  FILLER          PIC X(28)
               VALUE "*** ARCHIVE IMAGES KEPT:   ".
           05  WS-TOT-ARCH-KEPT PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-8.
           05  FILLER          PIC X(28)
               VALUE "*** INTEREST YTD CARRIED:  ".
           05  WS-TOT-INTY     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-9.
           05  FILLER          PIC X(28)
               VALUE "*** CREDIT RECORDS CARRIED:".
           05  WS-TOT-CRED     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-10.
           05  FILLER          PIC X(28)
               VALUE "*** CREDIT LIMITS LOWERED: ".
           05  WS-TOT-CRED-LOWER PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-11.
           05  FILLER          PIC X(28)
               VALUE "*** DUNNING CARRIED:       ".
           05  WS-TOT-DUN      PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-12.
           05  FILLER          PIC X(28)
               VALUE "*** MONTH-TO-DATE REKEYED: ".
           05  WS-TOT-MONTH    PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-13.
           05  FILLER          PIC X(28)
               VALUE "*** CRM DETAILS QUEUED:    ".
           05  WS-TOT-QUEUED   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-14.
           05  FILLER          PIC X(28)
               VALUE "*** NEW CONTROL COUNT:     ".
           05  WS-TOT-CONTROL  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-15.
           05  FILLER          PIC X(28)
               VALUE "*** NEW CONTROL BALANCE:   ".
           05  WS-TOT-CTLBAL   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-RUN-CONTROL
           PERFORM READ-OVERRIDE-CARD
           PERFORM CHECK-CYCLE-GUARD
           PERFORM LOAD-MERGE-CARDS
           PERFORM MARK-SUSPENSE-ITEMS
           PERFORM LOAD-RISK-CLASS-TABLE
           OPEN INPUT CONTROL-FILE
           IF WS-CTLCARD-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CONTROL-FILE - STATUS: "
                   WS-CTLCARD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CONTROL-FILE
               AT END
                   MOVE 0 TO WS-CONTROL-COUNT
                   MOVE 0 TO WS-CONTROL-BALANCE
               NOT AT END
                   MOVE CTL-RECORD-COUNT TO WS-CONTROL-COUNT
                   MOVE CTL-TOTAL-BALANCE TO WS-CONTROL-BALANCE
           END-READ
           CLOSE CONTROL-FILE
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CUSTOMER-MASTER - STATUS: "
                   WS-CUSTMAST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O TRAN-HISTORY
           IF WS-TRANHIST-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN TRAN-HISTORY - STATUS: "
                   WS-TRANHIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O INTEREST-YTD-FILE
           IF WS-INTYTD-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN INTEREST-YTD-FILE - STATUS: "
                   WS-INTYTD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ARCHIVE-MASTER
           IF WS-ARCHMAST-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN ARCHIVE-MASTER - STATUS: "
                   WS-ARCHMAST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CREDIT-FILE
           IF WS-CUSTCRED-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CREDIT-FILE - STATUS: "
                   WS-CUSTCRED-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HELD-FILE
           IF WS-CUSTHELD-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN HELD-FILE - STATUS: "
                   WS-CUSTHELD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CRM-QUEUE-FILE
           OPEN OUTPUT REGISTER-FILE
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
               PERFORM PROCESS-MERGE-CARD
           END-PERFORM
           CLOSE CUSTOMER-MASTER
           CLOSE TRAN-HISTORY
           CLOSE INTEREST-YTD-FILE
           CLOSE ARCHIVE-MASTER
           CLOSE CREDIT-FILE
           CLOSE HELD-FILE
           CLOSE CRM-QUEUE-FILE
           PERFORM REKEY-DUNNING-HISTORY
           PERFORM REKEY-MONTH-TO-DATE
           SUBTRACT WS-MERGED-COUNT FROM WS-CONTROL-COUNT
           PERFORM WRITE-REGISTER-TOTALS
           PERFORM WRITE-NEW-CONTROL-CARD
           CLOSE REGISTER-FILE
           DISPLAY "CUSTMRGE - CARDS READ:      " WS-CARD-COUNT
           DISPLAY "CUSTMRGE - RENUMBERED:      " WS-RENUMBERED-COUNT
           DISPLAY "CUSTMRGE - MERGED:          " WS-MERGED-COUNT
           DISPLAY "CUSTMRGE - CARDS REJECTED:  " WS-REJECTED-COUNT
           IF WS-REJECTED-COUNT > 0
               DISPLAY "*** CUSTMRGE - CARDS REJECTED - REVIEW THE REGIS
      -            "TER ***"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CARD-COUNT = 0
               DISPLAY "*** NO RENUMBER OR MERGE CARDS - NOTHING TO DO"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Run-control ledger guard, as in the purge: the run
      *> deletes master records and must never run under a live
      *> nightly edit step unless the supervisor OVERRIDE card is
      *> present. It only checks the ledger, it stamps nothing.
       READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RUN-CONTROL - STATUS: "
                   WS-RUNCTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   MOVE SPACES TO RUN-CONTROL-RECORD
           END-READ
           MOVE RUN-EDIT-STATUS TO WS-EDIT-STATUS-BYTE
           CLOSE RUN-CONTROL-FILE.

       READ-OVERRIDE-CARD.
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-FILE-STATUS = "00"
               READ OVERRIDE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OVR-REQUEST = "OVERRIDE"
                           SET WS-OVERRIDE TO TRUE
                       END-IF
               END-READ
               CLOSE OVERRIDE-FILE
           END-IF.

       CHECK-CYCLE-GUARD.
           IF WS-EDIT-STATUS-BYTE = "I"
               IF WS-OVERRIDE
                   DISPLAY "CUSTMRGE - NIGHTLY EDIT STEP IN FLIGHT - SUP
      -                "ERVISOR OVERRIDE TAKEN"
               ELSE
                   DISPLAY "*** CUSTMRGE - NIGHTLY EDIT STEP STILL IN FL
      -                "IGHT ***"
                   DISPLAY "*** RUN REFUSED - SUBMIT THE SUPERVISOR OVER
      -                "RIDE CARD TO FORCE THE RUN ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       LOAD-MERGE-CARDS.
           OPEN INPUT MERGE-CARDS
           IF WS-MRGCTL-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN MERGE-CARDS - STATUS: "
                   WS-MRGCTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CARD-EOF
               READ MERGE-CARDS
                   AT END
                       SET WS-CARD-EOF TO TRUE
                   NOT AT END
                       IF MERGE-CARD NOT = SPACES
                           PERFORM HOLD-MERGE-CARD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MERGE-CARDS.

       HOLD-MERGE-CARD.
           IF WS-CARD-COUNT >= WS-CARD-LIMIT
               DISPLAY "*** MORE THAN 100 RENUMBER/MERGE CARDS - SPLIT T
      -            "HE RUN ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CARD-COUNT
           MOVE WS-CARD-COUNT TO WS-CARD-SUB
           MOVE MCD-ACTION TO WS-CRD-ACTION (WS-CARD-SUB)
           MOVE MCD-FROM-ACCOUNT TO WS-CRD-FROM (WS-CARD-SUB)
           MOVE MCD-TO-ACCOUNT TO WS-CRD-TO (WS-CARD-SUB)
           MOVE "N" TO WS-CRD-FROM-SUSP-SW (WS-CARD-SUB)
           MOVE "N" TO WS-CRD-TO-SUSP-SW (WS-CARD-SUB)
           MOVE "N" TO WS-CRD-APPLIED-SW (WS-CARD-SUB).

      *> Open suspense is the working generation CUSTSUSP carries
      *> forward plus last night's new suspense it has not taken in
      *> yet. Escalated items have left the retry cycle and do not
      *> hold a card up.
       MARK-SUSPENSE-ITEMS.
           OPEN INPUT SUSPENSE-WORK-FILE
           IF WS-SUSPWORK-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN SUSPENSE-WORK - STATUS: "
                   WS-SUSPWORK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-SUSP-EOF-SWITCH
           PERFORM UNTIL WS-SUSP-EOF
               READ SUSPENSE-WORK-FILE
                   AT END
                       SET WS-SUSP-EOF TO TRUE
                   NOT AT END
                       MOVE SUS-ACCOUNT-NO TO WS-SUSP-ACCOUNT
                       PERFORM MARK-CARDS-FOR-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-WORK-FILE
           OPEN INPUT SUSPENSE-NEW-FILE
           IF WS-SUSPNEW-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN SUSPENSE-NEW - STATUS: "
                   WS-SUSPNEW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-SUSP-EOF-SWITCH
           PERFORM UNTIL WS-SUSP-EOF
               READ SUSPENSE-NEW-FILE
                   AT END
                       SET WS-SUSP-EOF TO TRUE
                   NOT AT END
                       MOVE SNW-ACCOUNT-NO TO WS-SUSP-ACCOUNT
                       PERFORM MARK-CARDS-FOR-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-NEW-FILE.

       MARK-CARDS-FOR-ACCOUNT.
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-CARD-COUNT
               IF WS-CRD-FROM (WS-MAP-SUB) = WS-SUSP-ACCOUNT
                   SET WS-CRD-FROM-IN-SUSP (WS-MAP-SUB) TO TRUE
               END-IF
               IF WS-CRD-TO (WS-MAP-SUB) = WS-SUSP-ACCOUNT
                   SET WS-CRD-TO-IN-SUSP (WS-MAP-SUB) TO TRUE
               END-IF
           END-PERFORM.

       PROCESS-MERGE-CARD.
           MOVE WS-CRD-FROM (WS-CARD-SUB) TO WS-CARD-FROM
           MOVE WS-CRD-TO (WS-CARD-SUB) TO WS-CARD-TO
           PERFORM VALIDATE-MERGE-CARD
           IF WS-CARD-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM WRITE-REJECT-LINE
           ELSE
               IF WS-CRD-RENUMBER (WS-CARD-SUB)
                   PERFORM RENUMBER-ACCOUNT
               ELSE
                   PERFORM MERGE-ACCOUNTS
               END-IF
               SET WS-CRD-APPLIED (WS-CARD-SUB) TO TRUE
           END-IF.

      *> The card is checked against the master as it stands after
      *> the cards before it, so an account renumbered earlier in
      *> the run can be merged under its new number. The retired
      *> number need only be on file - a record left under a bad
      *> key by a recycle correction is exactly what gets retired -
      *> but the number it moves to must be a valid one.
       VALIDATE-MERGE-CARD.
           MOVE SPACES TO WS-CARD-REASON
           EVALUATE TRUE
               WHEN NOT WS-CRD-RENUMBER (WS-CARD-SUB)
                       AND NOT WS-CRD-MERGE (WS-CARD-SUB)
                   MOVE "ACTION NOT R OR M" TO WS-CARD-REASON
               WHEN WS-CARD-FROM = SPACES
                   MOVE "FROM ACCOUNT BLANK" TO WS-CARD-REASON
               WHEN WS-CARD-TO NOT NUMERIC
                   MOVE "TO ACCOUNT NOT NUMERIC" TO WS-CARD-REASON
               WHEN WS-CARD-FROM = WS-CARD-TO
                   MOVE "FROM AND TO ARE THE SAME" TO WS-CARD-REASON
               WHEN WS-CRD-FROM-IN-SUSP (WS-CARD-SUB)
                   MOVE "FROM ACCOUNT HAS OPEN SUSPENSE"
                       TO WS-CARD-REASON
               WHEN WS-CRD-TO-IN-SUSP (WS-CARD-SUB)
                   MOVE "TO ACCOUNT HAS OPEN SUSPENSE"
                       TO WS-CARD-REASON
               WHEN OTHER
                   PERFORM VALIDATE-HELD-ITEMS
                   IF WS-CARD-REASON = SPACES
                       PERFORM VALIDATE-AGAINST-MASTER
                   END-IF
           END-EVALUATE.

      *> The held KSDS is keyed account first, so each account's
      *> items are browsed from its lowest key. A number that is not
      *> numeric was never posted to and can have nothing held.
       VALIDATE-HELD-ITEMS.
           IF WS-CARD-FROM NUMERIC
               MOVE WS-CARD-FROM TO WS-HELD-ACCOUNT
               PERFORM CHECK-HELD-ITEMS
               IF WS-HELD-OPEN
                   MOVE "FROM ACCOUNT HAS HELD ITEMS" TO WS-CARD-REASON
               END-IF
           END-IF
           IF WS-CARD-REASON = SPACES
               MOVE WS-CARD-TO TO WS-HELD-ACCOUNT
               PERFORM CHECK-HELD-ITEMS
               IF WS-HELD-OPEN
                   MOVE "TO ACCOUNT HAS HELD ITEMS" TO WS-CARD-REASON
               END-IF
           END-IF.

      *> Only pending and approved items hold a card up; declined
      *> and released ones are already decided and are cleared by
      *> the next CUSTHREL run whatever number they sit under.
       CHECK-HELD-ITEMS.
           MOVE "N" TO WS-HELD-OPEN-SW
           MOVE "N" TO WS-BROWSE-DONE-SW
           MOVE LOW-VALUES TO HLD-KEY
           MOVE WS-HELD-ACCOUNT TO HLD-ACCOUNT-NO
           START HELD-FILE KEY IS GREATER THAN OR EQUAL TO HLD-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START
           PERFORM READ-NEXT-HELD-ITEM
               UNTIL WS-BROWSE-DONE OR WS-HELD-OPEN.

       READ-NEXT-HELD-ITEM.
           READ HELD-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
               NOT AT END
                   IF HLD-ACCOUNT-NO NOT = WS-HELD-ACCOUNT
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       IF HLD-PENDING OR HLD-APPROVED
                           SET WS-HELD-OPEN TO TRUE
                       END-IF
                   END-IF
           END-READ.

       VALIDATE-AGAINST-MASTER.
           MOVE WS-CARD-FROM TO CUST-ACCOUNT-NO
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "FROM ACCOUNT NOT ON FILE" TO WS-CARD-REASON
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO WS-FROM-CUSTOMER
           END-READ
           IF WS-CARD-REASON = SPACES
               MOVE "N" TO WS-TO-FOUND-SW
               MOVE WS-CARD-TO TO CUST-ACCOUNT-NO
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-TO-FOUND TO TRUE
                       MOVE CUSTOMER-RECORD TO WS-TO-CUSTOMER
               END-READ
               IF WS-CRD-RENUMBER (WS-CARD-SUB)
                   IF WS-TO-FOUND
                       MOVE "TO ACCOUNT ALREADY ON FILE"
                           TO WS-CARD-REASON
                   END-IF
               ELSE
                   PERFORM VALIDATE-MERGE-PAIR
               END-IF
           END-IF.

       VALIDATE-MERGE-PAIR.
           EVALUATE TRUE
               WHEN NOT WS-TO-FOUND
                   MOVE "TO ACCOUNT NOT ON FILE" TO WS-CARD-REASON
               WHEN WS-FROM-STATUS NOT = WS-TO-STATUS
                   MOVE "STATUS CODES DIFFER" TO WS-CARD-REASON
               WHEN WS-FROM-BALANCE NOT NUMERIC
                       OR WS-TO-BALANCE NOT NUMERIC
                   MOVE "BALANCE NOT NUMERIC" TO WS-CARD-REASON
               WHEN OTHER
                   COMPUTE WS-COMBINED-BALANCE =
                       WS-FROM-BALANCE + WS-TO-BALANCE
                   IF WS-COMBINED-BALANCE > 999999999.99
                           OR WS-COMBINED-BALANCE < -999999999.99
                       MOVE "COMBINED BALANCE TOO LARGE"
                           TO WS-CARD-REASON
                   END-IF
           END-EVALUATE.

      *> The record goes on under the new number before the old
      *> one comes off, so a failure between the two leaves the
      *> customer on file twice rather than not at all. The
      *> balance does not change, so neither does the hash.
       RENUMBER-ACCOUNT.
           MOVE WS-FROM-CUSTOMER TO CUSTOMER-RECORD
           MOVE WS-CARD-TO TO CUST-ACCOUNT-NO
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "*** WRITE FAILED - ACCOUNT: "
                       WS-CARD-TO " STATUS: "
                       WS-CUSTMAST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           MOVE CUSTOMER-RECORD TO WS-AFTER-CUSTOMER
           PERFORM DELETE-OLD-MASTER
           PERFORM CARRY-RELATED-RECORDS
           PERFORM QUEUE-CRM-DETAILS
           ADD 1 TO WS-RENUMBERED-COUNT
           MOVE "RENUMBERED" TO WS-DTL-DISPOSITION
           PERFORM WRITE-APPLIED-LINES.

       MERGE-ACCOUNTS.
           MOVE WS-TO-CUSTOMER TO CUSTOMER-RECORD
           MOVE WS-COMBINED-BALANCE TO CUST-BALANCE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "*** REWRITE FAILED - ACCOUNT: "
                       WS-CARD-TO " STATUS: "
                       WS-CUSTMAST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           SUBTRACT WS-FROM-BALANCE FROM WS-CONTROL-BALANCE
           SUBTRACT WS-TO-BALANCE FROM WS-CONTROL-BALANCE
           ADD CUST-BALANCE TO WS-CONTROL-BALANCE
           MOVE CUSTOMER-RECORD TO WS-AFTER-CUSTOMER
           PERFORM DELETE-OLD-MASTER
           PERFORM CARRY-RELATED-RECORDS
           PERFORM QUEUE-CRM-DETAILS
           ADD 1 TO WS-MERGED-COUNT
           MOVE "MERGED" TO WS-DTL-DISPOSITION
           PERFORM WRITE-APPLIED-LINES.

       DELETE-OLD-MASTER.
           MOVE WS-CARD-FROM TO CUST-ACCOUNT-NO
           DELETE CUSTOMER-MASTER RECORD
               INVALID KEY
                   DISPLAY "*** DELETE FAILED - ACCOUNT: "
                       WS-CARD-FROM " STATUS: "
                       WS-CUSTMAST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-DELETE.

       CARRY-RELATED-RECORDS.
           MOVE 0 TO WS-CARD-HIST-MOVED
           MOVE 0 TO WS-CARD-HIST-RESEQ
           MOVE 0 TO WS-CARD-ARCH-MOVED
           PERFORM CARRY-HISTORY-ENTRIES
           PERFORM CARRY-INTEREST-YTD
           PERFORM CARRY-CREDIT-RECORD
           PERFORM CARRY-ARCHIVE-IMAGES.

      *> The history key is account, date, sequence, so an
      *> account's entries sit together; each is written under the
      *> new number and then deleted, and the browse restarts at
      *> the old number's lowest key until none are left. A
      *> sequence already taken under the new number (a merge
      *> target with activity the same day) moves on to the next.
       CARRY-HISTORY-ENTRIES.
           MOVE "N" TO WS-BROWSE-DONE-SW
           PERFORM MOVE-NEXT-HISTORY-ENTRY UNTIL WS-BROWSE-DONE.

       MOVE-NEXT-HISTORY-ENTRY.
           MOVE LOW-VALUES TO HST-KEY
           MOVE WS-CARD-FROM TO HST-ACCOUNT-NO
           START TRAN-HISTORY KEY IS GREATER THAN OR EQUAL TO HST-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START
           IF NOT WS-BROWSE-DONE
               READ TRAN-HISTORY NEXT RECORD
                   AT END
                       SET WS-BROWSE-DONE TO TRUE
                   NOT AT END
                       IF HST-ACCOUNT-NO = WS-CARD-FROM
                           PERFORM REKEY-HISTORY-ENTRY
                       ELSE
                           SET WS-BROWSE-DONE TO TRUE
                       END-IF
               END-READ
           END-IF.

       REKEY-HISTORY-ENTRY.
           MOVE HISTORY-RECORD TO WS-HIST-SAVE
           MOVE WS-CARD-TO TO HST-ACCOUNT-NO
           MOVE "N" TO WS-WRITE-DONE-SW
           PERFORM WRITE-REKEYED-HISTORY UNTIL WS-WRITE-DONE
           MOVE WS-HIST-SAVE TO HISTORY-RECORD
           DELETE TRAN-HISTORY RECORD
               INVALID KEY
                   DISPLAY "*** DELETE FAILED - KEY: " HST-KEY
                       " STATUS: " WS-TRANHIST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-DELETE
           ADD 1 TO WS-CARD-HIST-MOVED
           ADD 1 TO WS-HIST-MOVED-COUNT.

       WRITE-REKEYED-HISTORY.
           WRITE HISTORY-RECORD
               INVALID KEY
                   IF WS-TRANHIST-FILE-STATUS NOT = "22"
                           OR HST-SEQ-NO = 99999
                       DISPLAY "*** HISTORY WRITE FAILED - KEY: "
                           HST-KEY " STATUS: "
                           WS-TRANHIST-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO HST-SEQ-NO
                   ADD 1 TO WS-CARD-HIST-RESEQ
                   ADD 1 TO WS-HIST-RESEQ-COUNT
               NOT INVALID KEY
                   SET WS-WRITE-DONE TO TRUE
           END-WRITE.

      *> One interest YTD record per account. A renumber simply
      *> moves it; a merge adds the two accumulations when they are
      *> for the same year, otherwise the later year is the one the
      *> next annual run reports, so that record is kept.
       CARRY-INTEREST-YTD.
           MOVE "NONE ON FILE" TO WS-INTY-RESULT
           MOVE WS-CARD-FROM TO INTY-ACCOUNT-NO
           READ INTEREST-YTD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE INTEREST-YTD-RECORD TO WS-INTY-SAVE
                   PERFORM MOVE-INTEREST-YTD
           END-READ.

       MOVE-INTEREST-YTD.
           MOVE WS-CARD-TO TO INTY-ACCOUNT-NO
           READ INTEREST-YTD-FILE
               INVALID KEY
                   MOVE WS-INTY-SAVE TO INTEREST-YTD-RECORD
                   MOVE WS-CARD-TO TO INTY-ACCOUNT-NO
                   WRITE INTEREST-YTD-RECORD
                       INVALID KEY
                           DISPLAY "*** INTEREST YTD WRITE FAILED - "
                               "ACCOUNT: " WS-CARD-TO " STATUS: "
                               WS-INTYTD-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
                   MOVE "MOVED" TO WS-INTY-RESULT
               NOT INVALID KEY
                   PERFORM COMBINE-INTEREST-YTD
           END-READ
           MOVE WS-CARD-FROM TO INTY-ACCOUNT-NO
           DELETE INTEREST-YTD-FILE RECORD
               INVALID KEY
                   DISPLAY "*** INTEREST YTD DELETE FAILED - ACCOUNT: "
                       WS-CARD-FROM " STATUS: " WS-INTYTD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-DELETE
           ADD 1 TO WS-INTY-MOVED-COUNT.

       COMBINE-INTEREST-YTD.
           EVALUATE TRUE
               WHEN WS-INTY-SAVE-YEAR = INTY-YEAR
                   ADD WS-INTY-SAVE-YTD TO INTY-INTEREST-YTD
                   MOVE "ADDED TO TARGET" TO WS-INTY-RESULT
               WHEN WS-INTY-SAVE-YEAR > INTY-YEAR
                   MOVE WS-INTY-SAVE-YEAR TO INTY-YEAR
                   MOVE WS-INTY-SAVE-YTD TO INTY-INTEREST-YTD
                   MOVE "LATER YEAR REPLACED" TO WS-INTY-RESULT
               WHEN OTHER
                   MOVE "EARLIER YEAR DROPPED" TO WS-INTY-RESULT
           END-EVALUATE
           REWRITE INTEREST-YTD-RECORD
               INVALID KEY
                   DISPLAY "*** INTEREST YTD REWRITE FAILED - ACCOUNT: "
                       WS-CARD-TO " STATUS: " WS-INTYTD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

      *> One credit record per account, and an account without one
      *> is in the standard class at its default. Both records are
      *> read before anything is changed; the survivor's is written
      *> before the retired number's comes off, as on the master.
       CARRY-CREDIT-RECORD.
           MOVE "N" TO WS-FROM-CRED-SW
           MOVE "N" TO WS-TO-CRED-SW
           IF WS-CARD-FROM NUMERIC
               MOVE WS-CARD-FROM TO CRD-ACCOUNT-NO
               READ CREDIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-FROM-CRED-FOUND TO TRUE
                       MOVE CUSTOMER-CREDIT-RECORD TO WS-FROM-CREDIT
               END-READ
           END-IF
           MOVE WS-CARD-TO TO CRD-ACCOUNT-NO
           READ CREDIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-TO-CRED-FOUND TO TRUE
                   MOVE CUSTOMER-CREDIT-RECORD TO WS-TO-CREDIT
           END-READ
           IF WS-CRD-RENUMBER (WS-CARD-SUB)
               PERFORM RENUMBER-CREDIT-RECORD
           ELSE
               PERFORM MERGE-CREDIT-RECORDS
           END-IF
           IF WS-FROM-CRED-FOUND
               MOVE WS-CARD-FROM TO CRD-ACCOUNT-NO
               DELETE CREDIT-FILE RECORD
                   INVALID KEY
                       DISPLAY "*** CREDIT DELETE FAILED - ACCOUNT: "
                           WS-CARD-FROM " STATUS: "
                           WS-CUSTCRED-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-DELETE
               ADD 1 TO WS-CRED-MOVED-COUNT
           END-IF
           PERFORM SET-CARRIED-CREDIT.

      *> A record already under the new number can only be one a
      *> purged account left behind; the customer being renumbered
      *> brings its own credit standing, or none.
       RENUMBER-CREDIT-RECORD.
           EVALUATE TRUE
               WHEN WS-FROM-CRED-FOUND
                   MOVE WS-FROM-CREDIT TO CUSTOMER-CREDIT-RECORD
                   MOVE WS-CARD-TO TO CRD-ACCOUNT-NO
                   PERFORM PUT-SURVIVOR-CREDIT
                   MOVE "MOVED" TO WS-CRED-RESULT
               WHEN WS-TO-CRED-FOUND
                   MOVE WS-CARD-TO TO CRD-ACCOUNT-NO
                   DELETE CREDIT-FILE RECORD
                       INVALID KEY
                           DISPLAY "*** CREDIT DELETE FAILED - "
                               "ACCOUNT: " WS-CARD-TO " STATUS: "
                               WS-CUSTCRED-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-DELETE
                   MOVE "N" TO WS-TO-CRED-SW
                   MOVE "LEFTOVER DROPPED" TO WS-CRED-RESULT
               WHEN OTHER
                   MOVE "NONE ON FILE" TO WS-CRED-RESULT
           END-EVALUATE.

      *> The target's record stands - its class and, unless the
      *> retired account's effective limit was lower, its limit. A
      *> lower limit is taken as the survivor's own, so the merged
      *> customer is never given more credit than either account
      *> had.
       MERGE-CREDIT-RECORDS.
           IF WS-FROM-CRED-FOUND
               MOVE WS-FROM-CREDIT TO CUSTOMER-CREDIT-RECORD
           ELSE
               PERFORM SET-STANDARD-CREDIT
           END-IF
           PERFORM FIND-EFFECTIVE-LIMIT
           MOVE WS-CREDIT-LIMIT TO WS-FROM-LIMIT
           IF WS-TO-CRED-FOUND
               MOVE WS-TO-CREDIT TO CUSTOMER-CREDIT-RECORD
           ELSE
               PERFORM SET-STANDARD-CREDIT
           END-IF
           PERFORM FIND-EFFECTIVE-LIMIT
           MOVE WS-CREDIT-LIMIT TO WS-TO-LIMIT
           IF WS-FROM-LIMIT < WS-TO-LIMIT
               MOVE WS-CARD-TO TO CRD-ACCOUNT-NO
               SET CRD-ACCOUNT-LIMIT TO TRUE
               MOVE WS-FROM-LIMIT TO CRD-CREDIT-LIMIT
               MOVE WS-RUN-DATE TO CRD-CHANGED-DATE
               MOVE "CUSTMRGE" TO CRD-CHANGED-OPERATOR
               PERFORM PUT-SURVIVOR-CREDIT
               ADD 1 TO WS-CRED-LOWER-COUNT
               MOVE "LOWER LIMIT TAKEN" TO WS-CRED-RESULT
           ELSE
               IF WS-TO-CRED-FOUND OR WS-FROM-CRED-FOUND
                   MOVE "TARGET KEPT" TO WS-CRED-RESULT
               ELSE
                   MOVE "NONE ON FILE" TO WS-CRED-RESULT
               END-IF
           END-IF.

       SET-STANDARD-CREDIT.
           MOVE SPACES TO CUSTOMER-CREDIT-RECORD
           MOVE WS-CARD-TO TO CRD-ACCOUNT-NO
           SET CRD-STANDARD-CLASS TO TRUE
           SET CRD-CLASS-LIMIT TO TRUE
           MOVE 0 TO CRD-CREDIT-LIMIT.

       PUT-SURVIVOR-CREDIT.
           IF WS-TO-CRED-FOUND
               REWRITE CUSTOMER-CREDIT-RECORD
                   INVALID KEY
                       DISPLAY "*** CREDIT REWRITE FAILED - ACCOUNT: "
                           WS-CARD-TO " STATUS: "
                           WS-CUSTCRED-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           ELSE
               WRITE CUSTOMER-CREDIT-RECORD
                   INVALID KEY
                       DISPLAY "*** CREDIT WRITE FAILED - ACCOUNT: "
                           WS-CARD-TO " STATUS: "
                           WS-CUSTCRED-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-WRITE
               SET WS-TO-CRED-FOUND TO TRUE
           END-IF
           MOVE CUSTOMER-CREDIT-RECORD TO WS-TO-CREDIT.

      *> What the surviving number now stands at, for the register.
       SET-CARRIED-CREDIT.
           IF WS-TO-CRED-FOUND
               MOVE WS-TO-CREDIT TO CUSTOMER-CREDIT-RECORD
           ELSE
               PERFORM SET-STANDARD-CREDIT
           END-IF
           PERFORM FIND-EFFECTIVE-LIMIT
           MOVE CRD-RISK-CLASS TO WS-CAR-CLASS
           MOVE WS-CREDIT-LIMIT TO WS-CAR-LIMIT
           IF CRD-ACCOUNT-LIMIT AND CRD-CREDIT-LIMIT NUMERIC
               MOVE "OWN LIMIT" TO WS-CAR-SOURCE
           ELSE
               MOVE "CLASS DEFAULT" TO WS-CAR-SOURCE
           END-IF
           MOVE WS-CRED-RESULT TO WS-CAR-CREDIT.

      *> The effective limit of the record in the credit area, as
      *> the posting run works it out: the account's own limit when
      *> it has one, otherwise its class default, and the standard
      *> class default for a class no longer in the table or an own
      *> limit that is not numeric.
       FIND-EFFECTIVE-LIMIT.
           MOVE CRD-RISK-CLASS TO WS-RISK-CLASS
           IF CRD-ACCOUNT-LIMIT AND CRD-CREDIT-LIMIT NUMERIC
               MOVE CRD-CREDIT-LIMIT TO WS-CREDIT-LIMIT
           ELSE
               PERFORM FIND-RISK-CLASS
               IF RKT-CLASS-FOUND
                   MOVE RKT-DEFAULT-LIMIT (RKT-IDX) TO WS-CREDIT-LIMIT
               ELSE
                   MOVE WS-STANDARD-LIMIT TO WS-CREDIT-LIMIT
               END-IF
           END-IF.

       FIND-RISK-CLASS.
           MOVE "N" TO RKT-CLASS-SWITCH
           SET RKT-IDX TO 1
           SEARCH RKT-ENTRY
               AT END
                   CONTINUE
               WHEN RKT-CLASS (RKT-IDX) = WS-RISK-CLASS
                   SET RKT-CLASS-FOUND TO TRUE
           END-SEARCH.

      *> The whole RISKCLS control file, in class order. A file that
      *> cannot be opened, holds a limit that is not numeric, has
      *> more classes than the table holds or has no standard class
      *> stops the run before any card is applied.
       LOAD-RISK-CLASS-TABLE.
           OPEN INPUT RISK-CLASS-FILE
           IF WS-RISKCLS-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RISK-CLASS-FILE - STATUS: "
                   WS-RISKCLS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-RISK-EOF
               READ RISK-CLASS-FILE
                   AT END
                       SET WS-RISK-EOF TO TRUE
                   NOT AT END
                       PERFORM ADD-RISK-CLASS-ENTRY
               END-READ
           END-PERFORM
           CLOSE RISK-CLASS-FILE
           IF NOT WS-STANDARD-CLASS-LOADED
               DISPLAY "*** NO STANDARD CLASS ON RISK-CLASS-FILE ***"
               MOVE "N" TO WS-RISK-TABLE-SWITCH
           END-IF
           IF NOT WS-RISK-TABLE-OK
               DISPLAY "*** RISK CLASS TABLE NOT LOADED - RUN ABORTED **
      -            "*"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ADD-RISK-CLASS-ENTRY.
           IF RKT-ENTRY-COUNT >= RKT-MAX-ENTRIES
               DISPLAY "*** MORE THAN 36 CLASSES ON RISK-CLASS-FILE ***"
               MOVE "N" TO WS-RISK-TABLE-SWITCH
               SET WS-RISK-EOF TO TRUE
           ELSE
               IF RSK-DEFAULT-LIMIT NOT NUMERIC
                   DISPLAY "*** DEFAULT LIMIT NOT NUMERIC - CLASS: "
                       RSK-CLASS
                   MOVE "N" TO WS-RISK-TABLE-SWITCH
               ELSE
                   ADD 1 TO RKT-ENTRY-COUNT
                   MOVE RSK-CLASS TO RKT-CLASS (RKT-ENTRY-COUNT)
                   MOVE RSK-DESCRIPTION
                       TO RKT-DESCRIPTION (RKT-ENTRY-COUNT)
                   MOVE RSK-DEFAULT-LIMIT
                       TO RKT-DEFAULT-LIMIT (RKT-ENTRY-COUNT)
                   IF RSK-STANDARD-CLASS
                       SET WS-STANDARD-CLASS-LOADED TO TRUE
                       MOVE RSK-DEFAULT-LIMIT TO WS-STANDARD-LIMIT
                   END-IF
               END-IF
           END-IF.

      *> Archived images are keyed account plus purge date and carry
      *> the account inside the image too; both are changed. An
      *> image whose purge date the target already has an image for
      *> is left under the old number and counted, so the browse
      *> always moves on past the key it last looked at.
       CARRY-ARCHIVE-IMAGES.
           MOVE "N" TO WS-BROWSE-DONE-SW
           MOVE LOW-VALUES TO ARCM-KEY
           MOVE WS-CARD-FROM TO ARCM-ACCOUNT-NO
           MOVE ARCM-KEY TO WS-ARCM-LAST-KEY
           PERFORM MOVE-NEXT-ARCHIVE-IMAGE UNTIL WS-BROWSE-DONE.

       MOVE-NEXT-ARCHIVE-IMAGE.
           MOVE WS-ARCM-LAST-KEY TO ARCM-KEY
           START ARCHIVE-MASTER KEY IS GREATER THAN ARCM-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START
           IF NOT WS-BROWSE-DONE
               READ ARCHIVE-MASTER NEXT RECORD
                   AT END
                       SET WS-BROWSE-DONE TO TRUE
                   NOT AT END
                       IF ARCM-ACCOUNT-NO = WS-CARD-FROM
                           PERFORM REKEY-ARCHIVE-IMAGE
                       ELSE
                           SET WS-BROWSE-DONE TO TRUE
                       END-IF
               END-READ
           END-IF.

       REKEY-ARCHIVE-IMAGE.
           MOVE ARCM-KEY TO WS-ARCM-LAST-KEY
           MOVE ARCHIVE-MASTER-RECORD TO WS-ARCM-SAVE
           MOVE WS-CARD-TO TO ARCM-ACCOUNT-NO
           MOVE WS-CARD-TO TO ARCM-CUSTOMER-IMAGE (1:7)
           WRITE ARCHIVE-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-ARCH-KEPT-COUNT
               NOT INVALID KEY
                   MOVE WS-ARCM-SAVE TO ARCHIVE-MASTER-RECORD
                   DELETE ARCHIVE-MASTER RECORD
                       INVALID KEY
                           DISPLAY "*** ARCHIVE DELETE FAILED - KEY: "
                               ARCM-KEY " STATUS: "
                               WS-ARCHMAST-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-DELETE
                   ADD 1 TO WS-CARD-ARCH-MOVED
                   ADD 1 TO WS-ARCH-MOVED-COUNT
           END-WRITE.

      *> The retired number goes out as a D with its last image and
      *> the surviving number as a C with its new one. CUSTXTR
      *> merges the queue into the next feed in account order.
       QUEUE-CRM-DETAILS.
           MOVE SPACES TO CRM-QUEUE-RECORD
           MOVE "D" TO CRQ-CHANGE-TYPE
           MOVE WS-FROM-CUSTOMER TO CRQ-IMAGE
           WRITE CRM-QUEUE-RECORD
           MOVE SPACES TO CRM-QUEUE-RECORD
           MOVE "C" TO CRQ-CHANGE-TYPE
           MOVE WS-AFTER-CUSTOMER TO CRQ-IMAGE
           WRITE CRM-QUEUE-RECORD
           ADD 2 TO WS-QUEUED-COUNT.

      *> The dunning history is a sequential generation in account
      *> order. Entries no card touched are copied straight
      *> through; the rest are combined in the table under the
      *> account they now belong to and written at the end, and the
      *> job stream sorts the new generation.
       REKEY-DUNNING-HISTORY.
           OPEN INPUT DUN-HISTORY-IN
           IF WS-DUNHIN-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN DUN-HISTORY-IN - STATUS: "
                   WS-DUNHIN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DUN-HISTORY-OUT
           PERFORM UNTIL WS-DUN-EOF
               READ DUN-HISTORY-IN
                   AT END
                       SET WS-DUN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DUN-READ-COUNT
                       PERFORM MAP-DUNNING-ENTRY
               END-READ
           END-PERFORM
           PERFORM VARYING WS-DUN-SUB FROM 1 BY 1
                   UNTIL WS-DUN-SUB > WS-DUN-COUNT
               MOVE WS-DUN-ACCOUNT (WS-DUN-SUB) TO DNO-ACCOUNT-NO
               MOVE WS-DUN-CYCLES (WS-DUN-SUB) TO DNO-CYCLE-COUNT
               MOVE WS-DUN-LAST-DATE (WS-DUN-SUB) TO DNO-LAST-DATE
               WRITE DUN-HISTORY-OUT-RECORD
           END-PERFORM
           CLOSE DUN-HISTORY-IN
           CLOSE DUN-HISTORY-OUT.

       MAP-DUNNING-ENTRY.
           MOVE DNH-ACCOUNT-NO TO WS-MAP-ACCOUNT
           PERFORM MAP-APPLIED-ACCOUNT
           IF WS-MAP-INVOLVED
               PERFORM COMBINE-DUNNING-ENTRY
           ELSE
               MOVE DUN-HISTORY-RECORD TO DUN-HISTORY-OUT-RECORD
               WRITE DUN-HISTORY-OUT-RECORD
           END-IF.

      *> The higher consecutive-cycle count is kept: the merged
      *> customer has been past due at least that long.
       COMBINE-DUNNING-ENTRY.
           MOVE "N" TO WS-DUN-FOUND-SW
           PERFORM VARYING WS-DUN-SUB FROM 1 BY 1
                   UNTIL WS-DUN-SUB > WS-DUN-COUNT OR WS-DUN-FOUND
               IF WS-DUN-ACCOUNT (WS-DUN-SUB) = WS-MAP-ACCOUNT
                   SET WS-DUN-FOUND TO TRUE
                   IF DNH-CYCLE-COUNT > WS-DUN-CYCLES (WS-DUN-SUB)
                       MOVE DNH-CYCLE-COUNT
                           TO WS-DUN-CYCLES (WS-DUN-SUB)
                   END-IF
                   IF DNH-LAST-DATE > WS-DUN-LAST-DATE (WS-DUN-SUB)
                       MOVE DNH-LAST-DATE
                           TO WS-DUN-LAST-DATE (WS-DUN-SUB)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-DUN-FOUND
               ADD 1 TO WS-DUN-COUNT
               MOVE WS-MAP-ACCOUNT TO WS-DUN-ACCOUNT (WS-DUN-COUNT)
               MOVE DNH-CYCLE-COUNT TO WS-DUN-CYCLES (WS-DUN-COUNT)
               MOVE DNH-LAST-DATE TO WS-DUN-LAST-DATE (WS-DUN-COUNT)
           END-IF
           IF DNH-ACCOUNT-NO NOT = WS-MAP-ACCOUNT
               ADD 1 TO WS-DUN-CARRIED-COUNT
           END-IF.

      *> The statement period's activity is rewritten whole with
      *> every retired number replaced, so the month-end statement
      *> and the dunning run's payment test see it under the
      *> surviving account; the job stream copies it back only
      *> after a clean end.
       REKEY-MONTH-TO-DATE.
           OPEN INPUT MONTHLY-IN
           IF WS-MONTHIN-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN MONTHLY-IN - STATUS: "
                   WS-MONTHIN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MONTHLY-OUT
           PERFORM UNTIL WS-MONTH-EOF
               READ MONTHLY-IN
                   AT END
                       SET WS-MONTH-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MONTH-READ-COUNT
                       MOVE TRAN-ACCOUNT-NO TO WS-MAP-ACCOUNT
                       PERFORM MAP-APPLIED-ACCOUNT
                       IF WS-MAP-ACCOUNT NOT = TRAN-ACCOUNT-NO
                           MOVE WS-MAP-ACCOUNT TO TRAN-ACCOUNT-NO
                           ADD 1 TO WS-MONTH-REKEY-COUNT
                       END-IF
                       WRITE MONTHLY-OUT-RECORD
                           FROM TRANSACTION-RECORD
               END-READ
           END-PERFORM
           CLOSE MONTHLY-IN
           CLOSE MONTHLY-OUT.

      *> Follows an account through every applied card in card
      *> order, so a number renumbered and then merged in the same
      *> run lands on its final account. The involved switch also
      *> catches a merge target's own entries, which keep their
      *> number but must be combined with what comes in.
       MAP-APPLIED-ACCOUNT.
           MOVE "N" TO WS-MAP-INVOLVED-SW
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-CARD-COUNT
               IF WS-CRD-APPLIED (WS-MAP-SUB)
                   IF WS-CRD-FROM (WS-MAP-SUB) = WS-MAP-ACCOUNT
                       MOVE WS-CRD-TO (WS-MAP-SUB) TO WS-MAP-ACCOUNT
                       SET WS-MAP-INVOLVED TO TRUE
                   ELSE
                       IF WS-CRD-TO (WS-MAP-SUB) = WS-MAP-ACCOUNT
                           SET WS-MAP-INVOLVED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-REGISTER-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
           WRITE REGISTER-LINE FROM WS-HEADING-LINE
               AFTER ADVANCING PAGE
           WRITE REGISTER-LINE FROM WS-COLUMN-HEADING-LINE
               AFTER ADVANCING 2 LINES
           MOVE 0 TO WS-LINE-COUNT.

       START-CARD-LINE.
           EVALUATE TRUE
               WHEN WS-CRD-RENUMBER (WS-CARD-SUB)
                   MOVE "RENUMBER" TO WS-DTL-ACTION
               WHEN WS-CRD-MERGE (WS-CARD-SUB)
                   MOVE "MERGE" TO WS-DTL-ACTION
               WHEN OTHER
                   MOVE WS-CRD-ACTION (WS-CARD-SUB) TO WS-DTL-ACTION
           END-EVALUATE
           MOVE SPACES TO WS-DTL-IMAGE
           MOVE SPACES TO WS-DTL-ACCOUNT
           MOVE SPACES TO WS-DTL-NAME
           MOVE SPACES TO WS-DTL-STATUS
           MOVE SPACES TO WS-DTL-BALANCE-X
           MOVE WS-CARD-FROM TO WS-DTL-FROM
           MOVE WS-CARD-TO TO WS-DTL-TO.

       WRITE-REJECT-LINE.
           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               PERFORM WRITE-REGISTER-HEADING
           END-IF
           PERFORM START-CARD-LINE
           MOVE WS-CARD-REASON TO WS-DTL-DISPOSITION
           WRITE REGISTER-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT.

      *> Each applied card prints the retired account's before
      *> image on the card line, a merge the surviving account's
      *> before image under it, then the after image, what was
      *> carried across and the survivor's credit standing.
       WRITE-APPLIED-LINES.
           IF WS-LINE-COUNT + 7 > WS-LINES-PER-PAGE
               PERFORM WRITE-REGISTER-HEADING
           END-IF
           PERFORM START-CARD-LINE
           MOVE "BEFORE" TO WS-DTL-IMAGE
           MOVE WS-FROM-ACCOUNT-NO TO WS-DTL-ACCOUNT
           MOVE WS-FROM-NAME TO WS-DTL-NAME
           MOVE WS-FROM-STATUS TO WS-DTL-STATUS
           IF WS-FROM-BALANCE NUMERIC
               MOVE WS-FROM-BALANCE TO WS-DTL-BALANCE
           ELSE
               MOVE "    NOT NUMERIC" TO WS-DTL-BALANCE-X
           END-IF
           WRITE REGISTER-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT
           MOVE SPACES TO WS-DTL-ACTION
           MOVE SPACES TO WS-DTL-FROM
           MOVE SPACES TO WS-DTL-TO
           MOVE SPACES TO WS-DTL-DISPOSITION
           IF WS-CRD-MERGE (WS-CARD-SUB)
               MOVE WS-TO-ACCOUNT-NO TO WS-DTL-ACCOUNT
               MOVE WS-TO-NAME TO WS-DTL-NAME
               MOVE WS-TO-STATUS TO WS-DTL-STATUS
               MOVE WS-TO-BALANCE TO WS-DTL-BALANCE
               WRITE REGISTER-LINE FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           MOVE "AFTER" TO WS-DTL-IMAGE
           MOVE WS-AFTER-ACCOUNT-NO TO WS-DTL-ACCOUNT
           MOVE WS-AFTER-NAME TO WS-DTL-NAME
           MOVE WS-AFTER-STATUS TO WS-DTL-STATUS
           IF WS-AFTER-BALANCE NUMERIC
               MOVE WS-AFTER-BALANCE TO WS-DTL-BALANCE
           ELSE
               MOVE "    NOT NUMERIC" TO WS-DTL-BALANCE-X
           END-IF
           WRITE REGISTER-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-CARD-HIST-MOVED TO WS-CAR-HIST
           MOVE WS-CARD-HIST-RESEQ TO WS-CAR-RESEQ
           MOVE WS-CARD-ARCH-MOVED TO WS-CAR-ARCH
           MOVE WS-INTY-RESULT TO WS-CAR-INTY
           WRITE REGISTER-LINE FROM WS-CARRIED-LINE
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-CREDIT-LINE
               AFTER ADVANCING 1 LINE
           ADD 3 TO WS-LINE-COUNT.

       WRITE-REGISTER-TOTALS.
           MOVE WS-CARD-COUNT TO WS-TOT-CARDS
           MOVE WS-RENUMBERED-COUNT TO WS-TOT-RENUM
           MOVE WS-MERGED-COUNT TO WS-TOT-MERGED
           MOVE WS-REJECTED-COUNT TO WS-TOT-REJECTED
           MOVE WS-HIST-MOVED-COUNT TO WS-TOT-HIST
           MOVE WS-ARCH-MOVED-COUNT TO WS-TOT-ARCH
           MOVE WS-ARCH-KEPT-COUNT TO WS-TOT-ARCH-KEPT
           MOVE WS-INTY-MOVED-COUNT TO WS-TOT-INTY
           MOVE WS-CRED-MOVED-COUNT TO WS-TOT-CRED
           MOVE WS-CRED-LOWER-COUNT TO WS-TOT-CRED-LOWER
           MOVE WS-DUN-CARRIED-COUNT TO WS-TOT-DUN
           MOVE WS-MONTH-REKEY-COUNT TO WS-TOT-MONTH
           MOVE WS-QUEUED-COUNT TO WS-TOT-QUEUED
           MOVE WS-CONTROL-COUNT TO WS-TOT-CONTROL
           MOVE WS-CONTROL-BALANCE TO WS-TOT-CTLBAL
           IF WS-LINE-COUNT + 17 > WS-LINES-PER-PAGE
               PERFORM WRITE-REGISTER-HEADING
           END-IF
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-6
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-7
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-8
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-9
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-10
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-11
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-12
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-13
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-14
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-15
               AFTER ADVANCING 1 LINE.

       WRITE-NEW-CONTROL-CARD.
           OPEN OUTPUT CONTROL-OUT-FILE
           MOVE WS-CONTROL-COUNT TO CTLO-RECORD-COUNT
           MOVE WS-CONTROL-BALANCE TO CTLO-TOTAL-BALANCE
           WRITE CONTROL-OUT-RECORD
           CLOSE CONTROL-OUT-FILE.
