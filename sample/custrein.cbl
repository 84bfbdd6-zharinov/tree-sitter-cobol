      *> reinstated records, and the balance hash plus any numeric
      *> balances they bring back, so the nightly control-total
      *> reconciliation keeps balancing; the job stream copies
      *> CTLOUT back over CTLCARD. The balances brought back are
      *> handed to the general ledger as a journal on the GL
      *> interface file (copybook GLJRNL), trailed by the hash
      *> before and after.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTREIN.

               ORGANIZATION IS SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO "REINRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 132 CHARACTERS.
       01  REGISTER-LINE               PIC X(132).

       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLJRNL.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-COUNT    PIC S9(5) COMP-3   VALUE 0.
       01  WS-REINSTATED-COUNT PIC S9(5) COMP-3   VALUE 0.
       01  WS-NOTFOUND-COUNT   PIC S9(5) COMP-3   VALUE 0.
       01  WS-CONTROL-COUNT    PIC S9(7) COMP-3   VALUE 0.
       01  WS-CONTROL-BALANCE  PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-OPENING-CONTROL-BALANCE PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-REINSTATED-BALANCE PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GL-DETAIL-COUNT  PIC S9(5) COMP-3   VALUE 0.
       01  WS-CARD-EOF-SWITCH  PIC X       VALUE "N".
           88 WS-CARD-EOF     VALUE "Y".
       01  WS-BROWSE-DONE-SW   PIC X       VALUE "N".
       01  WS-REINCTL-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-ARCHMAST-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-CTLCARD-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-RUNCTL-FILE-STATUS   PIC XX      VALUE SPACES.

       01  WS-PAGE-NUMBER      PIC 9(3) COMP    VALUE 0.
       01  WS-LINE-COUNT       PIC 9(3) COMP    VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(3) COMP    VALUE 60.
       01  WS-RUN-DATE         PIC X(8)    VALUE SPACES.
       01  WS-RUN-TIME         PIC X(8)    VALUE SPACES.
       01  WS-CYCLE-DATE       PIC X(8)    VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(11)   VALUE "RUN DATE: ".
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM READ-CYCLE-DATE
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CUSTOMER-MASTER - STATUS: "
                   MOVE CTL-RECORD-COUNT TO WS-CONTROL-COUNT
                   MOVE CTL-TOTAL-BALANCE TO WS-CONTROL-BALANCE
           END-READ
           MOVE WS-CONTROL-BALANCE TO WS-OPENING-CONTROL-BALANCE
           CLOSE CONTROL-FILE
           OPEN INPUT ARCHIVE-MASTER
           IF WS-ARCHMAST-FILE-STATUS NOT = "00"
           ADD WS-REINSTATED-COUNT TO WS-CONTROL-COUNT
           PERFORM WRITE-REGISTER-TOTALS
           PERFORM WRITE-NEW-CONTROL-CARD
           PERFORM WRITE-GL-JOURNAL
           CLOSE CUSTOMER-MASTER
           CLOSE ARCHIVE-MASTER
           CLOSE REGISTER-FILE
           END-IF
           STOP RUN.

      *> The reinstate journal is booked under the business cycle
      *> on the RUNCTL ledger, as every other posting step's is,
      *> read here and never written. A ledger that cannot be read,
      *> or is still blank, falls back to the run date.
       READ-CYCLE-DATE.
           MOVE WS-RUN-DATE TO WS-CYCLE-DATE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUN-CYCLE-DATE NOT = SPACES
                           MOVE RUN-CYCLE-DATE TO WS-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       PROCESS-REINSTATE-CARD.
           IF RCD-ACCOUNT-NO = SPACES
               CONTINUE
                   ADD 1 TO WS-REINSTATED-COUNT
                   IF CUST-BALANCE NUMERIC
                       ADD CUST-BALANCE TO WS-CONTROL-BALANCE
                       ADD CUST-BALANCE TO WS-REINSTATED-BALANCE
                   END-IF
                   MOVE "REINSTATED - STATUS A" TO WS-DTL-DISPOSITION
                   PERFORM WRITE-DETAIL-LINE
           MOVE WS-CONTROL-BALANCE TO CTLO-TOTAL-BALANCE
           WRITE CONTROL-OUT-RECORD
           CLOSE CONTROL-OUT-FILE.

      *> The GL journal: the balances the reinstated accounts
      *> brought back, then the trailer with the hash as read and
      *> as rewritten. The job stream appends it to the GL
      *> interface file only when the reinstate ends cleanly, in
      *> step with CTLUPD.
       WRITE-GL-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE
           MOVE 0 TO WS-GL-DETAIL-COUNT
           PERFORM START-GL-RECORD
           SET GLJ-DETAIL TO TRUE
           MOVE "REIN" TO GLJ-ACTIVITY-CODE
           MOVE WS-REINSTATED-COUNT TO GLJ-ITEM-COUNT
           MOVE WS-REINSTATED-BALANCE TO GLJ-AMOUNT
           MOVE "REINSTATED BALANCES" TO GLJ-DESCRIPTION
           PERFORM WRITE-GL-DETAIL
           PERFORM START-GL-RECORD
           SET GLJ-TRAILER TO TRUE
           MOVE WS-OPENING-CONTROL-BALANCE TO GLJ-OPENING-HASH
           MOVE WS-CONTROL-BALANCE TO GLJ-CLOSING-HASH
           MOVE WS-GL-DETAIL-COUNT TO GLJ-DETAIL-COUNT
           WRITE GL-JOURNAL-RECORD
           CLOSE GL-JOURNAL-FILE.

       START-GL-RECORD.
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE "CUSTREIN" TO GLJ-SOURCE-PGM
           MOVE WS-CYCLE-DATE TO GLJ-CYCLE-DATE
           MOVE WS-RUN-TIME (1:6) TO GLJ-RUN-TIME.

       WRITE-GL-DETAIL.
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-GL-DETAIL-COUNT.
