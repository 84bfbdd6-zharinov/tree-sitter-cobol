      *> CUSTSZMT - State/ZIP reference file maintenance run
      *> The only program that changes the state/ZIP-prefix
      *> reference KSDS (copybook STZIPREF) the EDITCUST address
      *> edits check every customer address against. Reads a card
      *> file of add, change and delete requests, one state per
      *> card, validates each one, and applies those that pass;
      *> every card is printed on the maintenance register with its
      *> disposition. An add or change card carries the complete
      *> reference record - the state name and every ZIP-prefix
      *> range the state is to have - so a change replaces the
      *> state's ranges outright rather than patching them. After
      *> the cards the whole file is listed as it now stands, for
      *> the supervisor to sign off. A rejected card, or a file
      *> grown past the 100 states the edit table holds, ends the
      *> run RC 8 so the register is looked at before the nightly
      *> edit next loads the file.
      *>
      *> SZMTCTL card layout (80 bytes):
      *>   col  1       action - A add, C change, D delete
      *>   cols 2-3     state code (two upper-case letters)
      *>   cols 4-23    state name              (A and C only)
      *>   cols 24-25   number of ranges, 01-08 (A and C only)
      *>   cols 26-73   up to eight ranges, each a three-digit low
      *>                prefix then a three-digit high prefix
      *>                (010027 is prefixes 010 through 027)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSZMT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATE-ZIP-FILE ASSIGN TO "STATEZIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SZR-STATE
               FILE STATUS IS WS-STATEZIP-FILE-STATUS.
           SELECT MAINTENANCE-CARDS ASSIGN TO "SZMTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SZMTCTL-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "SZMTRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STATE-ZIP-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY STZIPREF.

       FD  MAINTENANCE-CARDS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  MAINTENANCE-CARD.
           05  SZC-ACTION              PIC X.
               88 SZC-ADD             VALUE "A".
               88 SZC-CHANGE          VALUE "C".
               88 SZC-DELETE          VALUE "D".
           05  SZC-REFERENCE-IMAGE.
               10  SZC-STATE           PIC X(2).
               10  SZC-STATE-NAME      PIC X(20).
               10  SZC-RANGE-COUNT     PIC X(2).
               10  SZC-RANGE-COUNT-N REDEFINES SZC-RANGE-COUNT
                                       PIC 9(2).
               10  SZC-RANGES.
                   15  SZC-RANGE       OCCURS 8 TIMES.
                       20  SZC-ZIP-LOW   PIC X(3).
                       20  SZC-ZIP-HIGH  PIC X(3).
           05  FILLER                  PIC X(7).

       FD  REGISTER-FILE
           LABEL RECORDS OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01  REGISTER-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CARD-COUNT       PIC S9(5) COMP-3   VALUE 0.
       01  WS-ADDED-COUNT      PIC S9(5) COMP-3   VALUE 0.
       01  WS-CHANGED-COUNT    PIC S9(5) COMP-3   VALUE 0.
       01  WS-DELETED-COUNT    PIC S9(5) COMP-3   VALUE 0.
       01  WS-REJECTED-COUNT   PIC S9(5) COMP-3   VALUE 0.
       01  WS-STATES-ON-FILE   PIC S9(5) COMP-3   VALUE 0.
       01  WS-TABLE-LIMIT      PIC S9(5) COMP-3   VALUE 100.
       01  WS-CARD-EOF-SWITCH  PIC X       VALUE "N".
           88 WS-CARD-EOF     VALUE "Y".
       01  WS-LIST-EOF-SWITCH  PIC X       VALUE "N".
           88 WS-LIST-EOF     VALUE "Y".
       01  WS-CARD-REASON      PIC X(30)   VALUE SPACES.
       01  WS-RANGE-SUB        PIC 9(2) COMP VALUE 0.
       01  WS-RANGE-POS        PIC 9(3) COMP VALUE 0.
       01  WS-RANGE-TEXT       PIC X(63)   VALUE SPACES.

       01  WS-STATEZIP-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-SZMTCTL-FILE-STATUS  PIC XX      VALUE SPACES.

       01  WS-PAGE-NUMBER      PIC 9(3) COMP    VALUE 0.
       01  WS-LINE-COUNT       PIC 9(3) COMP    VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(3) COMP    VALUE 60.
       01  WS-RUN-DATE         PIC X(8)    VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(11)   VALUE "RUN DATE: ".
           05  WS-HDG-DATE         PIC X(8).
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(26)
               VALUE "STATE/ZIP REFERENCE MAINT".
           05  FILLER              PIC X(64)   VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE "PAGE: ".
           05  WS-HDG-PAGE         PIC ZZ9.
           05  FILLER              PIC X(4)    VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  WS-COL-ACTION       PIC X(8)    VALUE "ACTION".
           05  FILLER              PIC X(5)    VALUE "ST".
           05  FILLER              PIC X(22)   VALUE "STATE NAME".
           05  FILLER              PIC X(65)
               VALUE "ZIP-PREFIX RANGES".
           05  WS-COL-DISPOSITION  PIC X(32)   VALUE "DISPOSITION".

       01  WS-SECTION-LINE.
           05  FILLER              PIC X(34)
               VALUE "REFERENCE FILE AFTER UPDATE".
           05  FILLER              PIC X(98)   VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-ACTION       PIC X(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-STATE        PIC X(2).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WS-DTL-NAME         PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-RANGES       PIC X(63).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-DISPOSITION  PIC X(30).
           05  FILLER              PIC X(2)    VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER          PIC X(28)
               VALUE "*** CARDS READ:            ".
           05  WS-TOT-CARDS    PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER          PIC X(28)
               VALUE "*** STATES ADDED:          ".
           05  WS-TOT-ADDED    PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER          PIC X(28)
               VALUE "*** STATES CHANGED:        ".
           05  WS-TOT-CHANGED  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER          PIC X(28)
               VALUE "*** STATES DELETED:        ".
           05  WS-TOT-DELETED  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-5.
           05  FILLER          PIC X(28)
               VALUE "*** CARDS REJECTED:        ".
           05  WS-TOT-REJECTED PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-6.
           05  FILLER          PIC X(28)
               VALUE "*** STATES ON FILE:        ".
           05  WS-TOT-ON-FILE  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O STATE-ZIP-FILE
           IF WS-STATEZIP-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN STATE-ZIP-FILE - STATUS: "
                   WS-STATEZIP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MAINTENANCE-CARDS
           IF WS-SZMTCTL-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN MAINTENANCE-CARDS - STATUS: "
                   WS-SZMTCTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-FILE
           PERFORM UNTIL WS-CARD-EOF
               READ MAINTENANCE-CARDS
                   AT END
                       SET WS-CARD-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-MAINTENANCE-CARD
               END-READ
           END-PERFORM
           CLOSE MAINTENANCE-CARDS
           PERFORM LIST-REFERENCE-FILE
           PERFORM WRITE-REGISTER-TOTALS
           CLOSE STATE-ZIP-FILE
           CLOSE REGISTER-FILE
           DISPLAY "CUSTSZMT - CARDS READ:     " WS-CARD-COUNT
           DISPLAY "CUSTSZMT - CARDS REJECTED: " WS-REJECTED-COUNT
           DISPLAY "CUSTSZMT - STATES ON FILE: " WS-STATES-ON-FILE
           IF WS-REJECTED-COUNT > 0
               DISPLAY "*** CUSTSZMT - CARDS REJECTED - REVIEW THE REGIS
      -            "TER ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-STATES-ON-FILE > WS-TABLE-LIMIT
               DISPLAY "*** CUSTSZMT - MORE THAN 100 STATES ON FILE - TH
      -            "E NIGHTLY EDIT WILL REFUSE TO LOAD IT ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       PROCESS-MAINTENANCE-CARD.
           IF MAINTENANCE-CARD = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-CARD-COUNT
               PERFORM VALIDATE-MAINTENANCE-CARD
               IF WS-CARD-REASON NOT = SPACES
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE SZC-RANGES TO WS-RANGE-TEXT
                   PERFORM WRITE-CARD-LINE
               ELSE
                   EVALUATE TRUE
                       WHEN SZC-ADD
                           PERFORM ADD-STATE
                       WHEN SZC-CHANGE
                           PERFORM CHANGE-STATE
                       WHEN SZC-DELETE
                           PERFORM DELETE-STATE
                   END-EVALUATE
               END-IF
           END-IF.

      *> Every field the edit relies on is proved here, before the
      *> file is touched: a range that is not numeric or runs
      *> backwards would make the nightly edit refuse to load the
      *> file at all. A delete needs only the state code.
       VALIDATE-MAINTENANCE-CARD.
           MOVE SPACES TO WS-CARD-REASON
           EVALUATE TRUE
               WHEN NOT SZC-ADD AND NOT SZC-CHANGE AND NOT SZC-DELETE
                   MOVE "ACTION NOT A, C OR D" TO WS-CARD-REASON
               WHEN SZC-STATE NOT ALPHABETIC-UPPER
                   MOVE "STATE NOT 2 LETTERS" TO WS-CARD-REASON
               WHEN SZC-STATE (1:1) = SPACE OR SZC-STATE (2:1) = SPACE
                   MOVE "STATE NOT 2 LETTERS" TO WS-CARD-REASON
               WHEN SZC-DELETE
                   CONTINUE
               WHEN SZC-STATE-NAME = SPACES
                   MOVE "STATE NAME BLANK" TO WS-CARD-REASON
               WHEN SZC-RANGE-COUNT NOT NUMERIC
                   MOVE "RANGE COUNT NOT 01-08" TO WS-CARD-REASON
               WHEN SZC-RANGE-COUNT-N < 1 OR SZC-RANGE-COUNT-N > 8
                   MOVE "RANGE COUNT NOT 01-08" TO WS-CARD-REASON
               WHEN OTHER
                   PERFORM VARYING WS-RANGE-SUB FROM 1 BY 1
                           UNTIL WS-RANGE-SUB > SZC-RANGE-COUNT-N
                              OR WS-CARD-REASON NOT = SPACES
                       IF SZC-ZIP-LOW (WS-RANGE-SUB) NOT NUMERIC
                          OR SZC-ZIP-HIGH (WS-RANGE-SUB) NOT NUMERIC
                           MOVE "RANGE NOT NUMERIC"
                               TO WS-CARD-REASON
                       ELSE
                           IF SZC-ZIP-LOW (WS-RANGE-SUB) >
                                   SZC-ZIP-HIGH (WS-RANGE-SUB)
                               MOVE "RANGE LOW ABOVE HIGH"
                                   TO WS-CARD-REASON
                           END-IF
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      *> The card image becomes the record, with any range slots
      *> past the range count cleared so nothing stale is kept.
       BUILD-REFERENCE-RECORD.
           MOVE SPACES TO STATE-ZIP-RECORD
           MOVE SZC-STATE TO SZR-STATE
           MOVE SZC-STATE-NAME TO SZR-STATE-NAME
           MOVE SZC-RANGE-COUNT-N TO SZR-RANGE-COUNT
           PERFORM VARYING WS-RANGE-SUB FROM 1 BY 1
                   UNTIL WS-RANGE-SUB > SZR-RANGE-COUNT
               MOVE SZC-RANGE (WS-RANGE-SUB)
                   TO SZR-RANGE (WS-RANGE-SUB)
           END-PERFORM.

       ADD-STATE.
           PERFORM BUILD-REFERENCE-RECORD
           WRITE STATE-ZIP-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "STATE ALREADY ON FILE" TO WS-CARD-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE "ADDED" TO WS-CARD-REASON
           END-WRITE
           PERFORM FORMAT-RECORD-RANGES
           PERFORM WRITE-CARD-LINE.

       CHANGE-STATE.
           MOVE SZC-STATE TO SZR-STATE
           READ STATE-ZIP-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "STATE NOT ON FILE" TO WS-CARD-REASON
                   PERFORM BUILD-REFERENCE-RECORD
               NOT INVALID KEY
                   PERFORM BUILD-REFERENCE-RECORD
                   REWRITE STATE-ZIP-RECORD
                       INVALID KEY
                           DISPLAY "*** REWRITE FAILED - STATE: "
                               SZR-STATE " STATUS: "
                               WS-STATEZIP-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE "CHANGED" TO WS-CARD-REASON
           END-READ
           PERFORM FORMAT-RECORD-RANGES
           PERFORM WRITE-CARD-LINE.

      *> The deleted record's ranges are printed so the register
      *> shows what the state held; any customer still carrying the
      *> state will be rejected E005 from the next nightly edit.
       DELETE-STATE.
           MOVE SZC-STATE TO SZR-STATE
           READ STATE-ZIP-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "STATE NOT ON FILE" TO WS-CARD-REASON
                   MOVE SPACES TO WS-RANGE-TEXT
               NOT INVALID KEY
                   DELETE STATE-ZIP-FILE RECORD
                       INVALID KEY
                           DISPLAY "*** DELETE FAILED - STATE: "
                               SZR-STATE " STATUS: "
                               WS-STATEZIP-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-DELETE
                   ADD 1 TO WS-DELETED-COUNT
                   MOVE "DELETED" TO WS-CARD-REASON
                   PERFORM FORMAT-RECORD-RANGES
           END-READ
           PERFORM WRITE-CARD-LINE.

      *> Ranges print as LLL-HHH, eight bytes apart, for as many as
      *> the record holds.
       FORMAT-RECORD-RANGES.
           MOVE SPACES TO WS-RANGE-TEXT
           IF SZR-RANGE-COUNT NUMERIC
               PERFORM VARYING WS-RANGE-SUB FROM 1 BY 1
                       UNTIL WS-RANGE-SUB > SZR-RANGE-COUNT
                          OR WS-RANGE-SUB > 8
                   COMPUTE WS-RANGE-POS = (WS-RANGE-SUB - 1) * 8 + 1
                   MOVE SZR-ZIP-LOW (WS-RANGE-SUB)
                       TO WS-RANGE-TEXT (WS-RANGE-POS:3)
                   MOVE "-" TO WS-RANGE-TEXT (WS-RANGE-POS + 3:1)
                   MOVE SZR-ZIP-HIGH (WS-RANGE-SUB)
                       TO WS-RANGE-TEXT (WS-RANGE-POS + 4:3)
               END-PERFORM
           END-IF.

       WRITE-CARD-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REGISTER-HEADING
           END-IF
           EVALUATE TRUE
               WHEN SZC-ADD
                   MOVE "ADD" TO WS-DTL-ACTION
               WHEN SZC-CHANGE
                   MOVE "CHANGE" TO WS-DTL-ACTION
               WHEN SZC-DELETE
                   MOVE "DELETE" TO WS-DTL-ACTION
               WHEN OTHER
                   MOVE SZC-ACTION TO WS-DTL-ACTION
           END-EVALUATE
           MOVE SZC-STATE TO WS-DTL-STATE
           MOVE SZC-STATE-NAME TO WS-DTL-NAME
           MOVE WS-RANGE-TEXT TO WS-DTL-RANGES
           MOVE WS-CARD-REASON TO WS-DTL-DISPOSITION
           WRITE REGISTER-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *> The file as the nightly edit will load it, in state order,
      *> on a fresh page under its own heading.
       LIST-REFERENCE-FILE.
           MOVE SPACES TO WS-COL-ACTION
           MOVE SPACES TO WS-COL-DISPOSITION
           MOVE 99 TO WS-LINE-COUNT
           MOVE LOW-VALUES TO SZR-STATE
           START STATE-ZIP-FILE KEY IS GREATER THAN OR EQUAL TO
                   SZR-STATE
               INVALID KEY
                   SET WS-LIST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ STATE-ZIP-FILE NEXT RECORD
                   AT END
                       SET WS-LIST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-STATES-ON-FILE
                       PERFORM WRITE-REFERENCE-LINE
               END-READ
           END-PERFORM.

       WRITE-REFERENCE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REGISTER-HEADING
               WRITE REGISTER-LINE FROM WS-SECTION-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           PERFORM FORMAT-RECORD-RANGES
           MOVE SPACES TO WS-DTL-ACTION
           MOVE SZR-STATE TO WS-DTL-STATE
           MOVE SZR-STATE-NAME TO WS-DTL-NAME
           MOVE WS-RANGE-TEXT TO WS-DTL-RANGES
           MOVE SPACES TO WS-DTL-DISPOSITION
           WRITE REGISTER-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REGISTER-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
           WRITE REGISTER-LINE FROM WS-HEADING-LINE
               AFTER ADVANCING PAGE
           WRITE REGISTER-LINE FROM WS-COLUMN-HEADING-LINE
               AFTER ADVANCING 2 LINES
           MOVE 0 TO WS-LINE-COUNT.

       WRITE-REGISTER-TOTALS.
           MOVE WS-CARD-COUNT TO WS-TOT-CARDS
           MOVE WS-ADDED-COUNT TO WS-TOT-ADDED
           MOVE WS-CHANGED-COUNT TO WS-TOT-CHANGED
           MOVE WS-DELETED-COUNT TO WS-TOT-DELETED
           MOVE WS-REJECTED-COUNT TO WS-TOT-REJECTED
           MOVE WS-STATES-ON-FILE TO WS-TOT-ON-FILE
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
               AFTER ADVANCING 1 LINE.
