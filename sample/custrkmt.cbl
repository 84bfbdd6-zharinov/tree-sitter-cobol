      *> CUSTRKMT - Risk class control file maintenance run
      *> The only program that changes the risk class control KSDS
      *> (copybook RISKCLS) that gives each risk class its default
      *> credit limit: the posting run, the over-limit exposure
      *> extract and the CENT and CMNT transactions all take an
      *> account's limit from it unless the account has a limit of
      *> its own. Reads a card file of add, change and delete
      *> requests, one class per card, validates each one, and
      *> applies those that pass; every card is printed on the
      *> maintenance register with its disposition. An add or change
      *> card carries the complete record - the description and the
      *> default limit - so a change replaces both. A change of
      *> default limit takes effect for every account at its class
      *> default from the next posting run and the next online
      *> entry. The standard class S cannot be deleted: every
      *> account with no credit record is in it. After the cards the
      *> whole file is listed as it now stands, for the supervisor to
      *> sign off. A rejected card, a file grown past the 36 classes
      *> the posting run's table holds, or a file with no standard
      *> class ends the run RC 8 so the register is looked at before
      *> the next posting run loads the file.
      *>
      *> RKMTCTL card layout (80 bytes):
      *>   col  1       action - A add, C change, D delete
      *>   col  2       risk class (an upper-case letter or digit)
      *>   cols 3-22    class description       (A and C only)
      *>   cols 23-33   default credit limit, 9 digits and 2
      *>                decimals, no point    (A and C only)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRKMT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RISK-CLASS-FILE ASSIGN TO "RISKCLS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSK-CLASS
               FILE STATUS IS WS-RISKCLS-FILE-STATUS.
           SELECT MAINTENANCE-CARDS ASSIGN TO "RKMTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RKMTCTL-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "RKMTRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RISK-CLASS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY RISKCLS.

       FD  MAINTENANCE-CARDS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  MAINTENANCE-CARD.
           05  RKC-ACTION              PIC X.
               88 RKC-ADD             VALUE "A".
               88 RKC-CHANGE          VALUE "C".
               88 RKC-DELETE          VALUE "D".
           05  RKC-CLASS               PIC X.
               88 RKC-STANDARD-CLASS  VALUE "S".
           05  RKC-DESCRIPTION         PIC X(20).
           05  RKC-DEFAULT-LIMIT       PIC X(11).
           05  RKC-DEFAULT-LIMIT-N REDEFINES RKC-DEFAULT-LIMIT
                                       PIC 9(9)V99.
           05  FILLER                  PIC X(47).

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
       01  WS-CLASSES-ON-FILE  PIC S9(5) COMP-3   VALUE 0.
       01  WS-TABLE-LIMIT      PIC S9(5) COMP-3   VALUE 36.
       01  WS-CARD-EOF-SWITCH  PIC X       VALUE "N".
           88 WS-CARD-EOF     VALUE "Y".
       01  WS-LIST-EOF-SWITCH  PIC X       VALUE "N".
           88 WS-LIST-EOF     VALUE "Y".
       01  WS-STANDARD-SWITCH  PIC X       VALUE "N".
           88 WS-STANDARD-ON-FILE VALUE "Y".
       01  WS-CARD-REASON      PIC X(30)   VALUE SPACES.
       01  WS-LIMIT-TEXT       PIC X(16)   VALUE SPACES.
       01  WS-LIMIT-EDIT       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-RISKCLS-FILE-STATUS  PIC XX      VALUE SPACES.
       01  WS-RKMTCTL-FILE-STATUS  PIC XX      VALUE SPACES.

       01  WS-PAGE-NUMBER      PIC 9(3) COMP    VALUE 0.
       01  WS-LINE-COUNT       PIC 9(3) COMP    VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(3) COMP    VALUE 60.
       01  WS-RUN-DATE         PIC X(8)    VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(11)   VALUE "RUN DATE: ".
           05  WS-HDG-DATE         PIC X(8).
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(26)
               VALUE "RISK CLASS CONTROL MAINT".
           05  FILLER              PIC X(64)   VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE "PAGE: ".
           05  WS-HDG-PAGE         PIC ZZ9.
           05  FILLER              PIC X(4)    VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  WS-COL-ACTION       PIC X(8)    VALUE "ACTION".
           05  FILLER              PIC X(7)    VALUE "CLASS".
           05  FILLER              PIC X(22)   VALUE "DESCRIPTION".
           05  FILLER              PIC X(18)
               VALUE "   DEFAULT LIMIT".
           05  WS-COL-DISPOSITION  PIC X(77)   VALUE "DISPOSITION".

       01  WS-SECTION-LINE.
           05  FILLER              PIC X(34)
               VALUE "CONTROL FILE AFTER UPDATE".
           05  FILLER              PIC X(98)   VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-ACTION       PIC X(6).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  WS-DTL-CLASS        PIC X.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  WS-DTL-DESCRIPTION  PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-LIMIT        PIC X(16).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-DISPOSITION  PIC X(30).
           05  FILLER              PIC X(47)   VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER          PIC X(28)
               VALUE "*** CARDS READ:            ".
           05  WS-TOT-CARDS    PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER          PIC X(28)
               VALUE "*** CLASSES ADDED:         ".
           05  WS-TOT-ADDED    PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER          PIC X(28)
               VALUE "*** CLASSES CHANGED:       ".
           05  WS-TOT-CHANGED  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER          PIC X(28)
               VALUE "*** CLASSES DELETED:       ".
           05  WS-TOT-DELETED  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-5.
           05  FILLER          PIC X(28)
               VALUE "*** CARDS REJECTED:        ".
           05  WS-TOT-REJECTED PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-6.
           05  FILLER          PIC X(28)
               VALUE "*** CLASSES ON FILE:       ".
           05  WS-TOT-ON-FILE  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O RISK-CLASS-FILE
           IF WS-RISKCLS-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RISK-CLASS-FILE - STATUS: "
                   WS-RISKCLS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MAINTENANCE-CARDS
           IF WS-RKMTCTL-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN MAINTENANCE-CARDS - STATUS: "
                   WS-RKMTCTL-FILE-STATUS
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
           PERFORM LIST-CONTROL-FILE
           PERFORM WRITE-REGISTER-TOTALS
           CLOSE RISK-CLASS-FILE
           CLOSE REGISTER-FILE
           DISPLAY "CUSTRKMT - CARDS READ:      " WS-CARD-COUNT
           DISPLAY "CUSTRKMT - CARDS REJECTED:  " WS-REJECTED-COUNT
           DISPLAY "CUSTRKMT - CLASSES ON FILE: " WS-CLASSES-ON-FILE
           IF WS-REJECTED-COUNT > 0
               DISPLAY "*** CUSTRKMT - CARDS REJECTED - REVIEW THE REGIS
      -            "TER ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-CLASSES-ON-FILE > WS-TABLE-LIMIT
               DISPLAY "*** CUSTRKMT - MORE THAN 36 CLASSES ON FILE - TH
      -            "E POSTING RUN WILL REFUSE TO LOAD IT ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF NOT WS-STANDARD-ON-FILE
               DISPLAY "*** CUSTRKMT - NO STANDARD CLASS S ON FILE - TH
      -            "E POSTING RUN WILL REFUSE TO LOAD IT ***"
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
                   MOVE RKC-DEFAULT-LIMIT TO WS-LIMIT-TEXT
                   PERFORM WRITE-CARD-LINE
               ELSE
                   EVALUATE TRUE
                       WHEN RKC-ADD
                           PERFORM ADD-CLASS
                       WHEN RKC-CHANGE
                           PERFORM CHANGE-CLASS
                       WHEN RKC-DELETE
                           PERFORM DELETE-CLASS
                   END-EVALUATE
               END-IF
           END-IF.

      *> Every field the limit tests rely on is proved here, before
      *> the file is touched: a default limit that is not numeric
      *> would make the posting run refuse to load the file at all.
      *> A delete needs only the class, and may not name class S.
       VALIDATE-MAINTENANCE-CARD.
           MOVE SPACES TO WS-CARD-REASON
           EVALUATE TRUE
               WHEN NOT RKC-ADD AND NOT RKC-CHANGE AND NOT RKC-DELETE
                   MOVE "ACTION NOT A, C OR D" TO WS-CARD-REASON
               WHEN RKC-CLASS = SPACE
                   MOVE "CLASS NOT LETTER OR DIGIT" TO WS-CARD-REASON
               WHEN RKC-CLASS NOT ALPHABETIC-UPPER
                       AND RKC-CLASS NOT NUMERIC
                   MOVE "CLASS NOT LETTER OR DIGIT" TO WS-CARD-REASON
               WHEN RKC-DELETE AND RKC-STANDARD-CLASS
                   MOVE "STANDARD CLASS NOT DELETED" TO WS-CARD-REASON
               WHEN RKC-DELETE
                   CONTINUE
               WHEN RKC-DESCRIPTION = SPACES
                   MOVE "DESCRIPTION BLANK" TO WS-CARD-REASON
               WHEN RKC-DEFAULT-LIMIT NOT NUMERIC
                   MOVE "DEFAULT LIMIT NOT NUMERIC" TO WS-CARD-REASON
           END-EVALUATE.

       BUILD-CLASS-RECORD.
           MOVE SPACES TO RISK-CLASS-RECORD
           MOVE RKC-CLASS TO RSK-CLASS
           MOVE RKC-DESCRIPTION TO RSK-DESCRIPTION
           MOVE RKC-DEFAULT-LIMIT-N TO RSK-DEFAULT-LIMIT.

       ADD-CLASS.
           PERFORM BUILD-CLASS-RECORD
           WRITE RISK-CLASS-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "CLASS ALREADY ON FILE" TO WS-CARD-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE "ADDED" TO WS-CARD-REASON
           END-WRITE
           PERFORM FORMAT-DEFAULT-LIMIT
           PERFORM WRITE-CARD-LINE.

       CHANGE-CLASS.
           MOVE RKC-CLASS TO RSK-CLASS
           READ RISK-CLASS-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "CLASS NOT ON FILE" TO WS-CARD-REASON
                   PERFORM BUILD-CLASS-RECORD
               NOT INVALID KEY
                   PERFORM BUILD-CLASS-RECORD
                   REWRITE RISK-CLASS-RECORD
                       INVALID KEY
                           DISPLAY "*** REWRITE FAILED - CLASS: "
                               RSK-CLASS " STATUS: "
                               WS-RISKCLS-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE "CHANGED" TO WS-CARD-REASON
           END-READ
           PERFORM FORMAT-DEFAULT-LIMIT
           PERFORM WRITE-CARD-LINE.

      *> The deleted record's limit is printed so the register shows
      *> what the class held; any account still carrying the class
      *> is held to the standard class default from the next run.
       DELETE-CLASS.
           MOVE RKC-CLASS TO RSK-CLASS
           READ RISK-CLASS-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "CLASS NOT ON FILE" TO WS-CARD-REASON
                   MOVE SPACES TO WS-LIMIT-TEXT
               NOT INVALID KEY
                   DELETE RISK-CLASS-FILE RECORD
                       INVALID KEY
                           DISPLAY "*** DELETE FAILED - CLASS: "
                               RSK-CLASS " STATUS: "
                               WS-RISKCLS-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-DELETE
                   ADD 1 TO WS-DELETED-COUNT
                   MOVE "DELETED" TO WS-CARD-REASON
                   PERFORM FORMAT-DEFAULT-LIMIT
                   MOVE RSK-DESCRIPTION TO RKC-DESCRIPTION
           END-READ
           PERFORM WRITE-CARD-LINE.

       FORMAT-DEFAULT-LIMIT.
           MOVE SPACES TO WS-LIMIT-TEXT
           IF RSK-DEFAULT-LIMIT NUMERIC
               MOVE RSK-DEFAULT-LIMIT TO WS-LIMIT-EDIT
               MOVE WS-LIMIT-EDIT TO WS-LIMIT-TEXT (3:14)
           END-IF.

       WRITE-CARD-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REGISTER-HEADING
           END-IF
           EVALUATE TRUE
               WHEN RKC-ADD
                   MOVE "ADD" TO WS-DTL-ACTION
               WHEN RKC-CHANGE
                   MOVE "CHANGE" TO WS-DTL-ACTION
               WHEN RKC-DELETE
                   MOVE "DELETE" TO WS-DTL-ACTION
               WHEN OTHER
                   MOVE RKC-ACTION TO WS-DTL-ACTION
           END-EVALUATE
           MOVE RKC-CLASS TO WS-DTL-CLASS
           MOVE RKC-DESCRIPTION TO WS-DTL-DESCRIPTION
           MOVE WS-LIMIT-TEXT TO WS-DTL-LIMIT
           MOVE WS-CARD-REASON TO WS-DTL-DISPOSITION
           WRITE REGISTER-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *> The file as the posting run will load it, in class order,
      *> on a fresh page under its own heading.
       LIST-CONTROL-FILE.
           MOVE SPACES TO WS-COL-ACTION
           MOVE SPACES TO WS-COL-DISPOSITION
           MOVE 99 TO WS-LINE-COUNT
           MOVE LOW-VALUES TO RSK-CLASS
           START RISK-CLASS-FILE KEY IS GREATER THAN OR EQUAL TO
                   RSK-CLASS
               INVALID KEY
                   SET WS-LIST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ RISK-CLASS-FILE NEXT RECORD
                   AT END
                       SET WS-LIST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CLASSES-ON-FILE
                       IF RSK-STANDARD-CLASS
                           SET WS-STANDARD-ON-FILE TO TRUE
                       END-IF
                       PERFORM WRITE-CLASS-LINE
               END-READ
           END-PERFORM.

       WRITE-CLASS-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REGISTER-HEADING
               WRITE REGISTER-LINE FROM WS-SECTION-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           PERFORM FORMAT-DEFAULT-LIMIT
           MOVE SPACES TO WS-DTL-ACTION
           MOVE RSK-CLASS TO WS-DTL-CLASS
           MOVE RSK-DESCRIPTION TO WS-DTL-DESCRIPTION
           MOVE WS-LIMIT-TEXT TO WS-DTL-LIMIT
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
           MOVE WS-CLASSES-ON-FILE TO WS-TOT-ON-FILE
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
