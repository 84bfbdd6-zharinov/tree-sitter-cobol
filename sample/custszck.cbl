      *> CUSTSZCK - State/ZIP address exception listing
      *> Reads the whole CUSTOMER-MASTER KSDS in account order,
      *> puts every record through the shared EDITCUST rules with
      *> the state/ZIP reference table loaded, and lists each
      *> account whose address fails one of the address edits: the
      *> state is not on the reference file (E005), the ZIP is not
      *> five or nine digits (E006), or the ZIP prefix is not one of
      *> the state's ranges (E007). The listing carries the city,
      *> state and ZIP as they stand so the clerks can correct them
      *> on CMNT. The address is judged on its own - a record that
      *> also fails one of the older edits is listed for its address
      *> all the same. Read-only; nothing on the master is changed.
      *> Run it once the reference file is seeded and before the
      *> nightly edit first applies the address edits, and again
      *> whenever the reference file is changed, to see what the
      *> next nightly run will reject.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSZCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ACCOUNT-NO
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.
           SELECT STATE-ZIP-FILE ASSIGN TO "STATEZIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SZR-STATE
               FILE STATUS IS WS-STATEZIP-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SZCKRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
           COPY CUSTREC.

       FD  STATE-ZIP-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY STZIPREF.

       FD  REPORT-FILE
           LABEL RECORDS OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-READ-COUNT       PIC S9(7) COMP-3   VALUE 0.
       01  WS-LISTED-COUNT     PIC S9(7) COMP-3   VALUE 0.
       01  WS-E005-COUNT       PIC S9(7) COMP-3   VALUE 0.
       01  WS-E006-COUNT       PIC S9(7) COMP-3   VALUE 0.
       01  WS-E007-COUNT       PIC S9(7) COMP-3   VALUE 0.
       01  WS-EOF-SWITCH       PIC X       VALUE "N".
           88 WS-END-OF-FILE  VALUE "Y".
       01  WS-EDIT-ERROR-CODE  PIC X(4)    VALUE SPACES.
       01  WS-ADDRESS-CODE     PIC X(4)    VALUE SPACES.
           COPY STZIPTBL.

       01  WS-CUSTMAST-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-STATEZIP-FILE-STATUS PIC XX      VALUE SPACES.
       01  WS-STATEZIP-EOF-SWITCH  PIC X       VALUE "N".
           88 WS-STATEZIP-EOF     VALUE "Y".
       01  WS-STATEZIP-VALID-SWITCH PIC X      VALUE "Y".
           88 WS-STATEZIP-VALID   VALUE "Y".
       01  WS-STATEZIP-RANGE-SUB   PIC 9(2) COMP VALUE 0.

       01  WS-PAGE-NUMBER      PIC 9(3) COMP    VALUE 0.
       01  WS-LINE-COUNT       PIC 9(3) COMP    VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(3) COMP    VALUE 60.
       01  WS-RUN-DATE         PIC X(8)    VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(11)   VALUE "RUN DATE: ".
           05  WS-HDG-DATE         PIC X(8).
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(26)
               VALUE "STATE/ZIP ADDRESS EXCEPTNS".
           05  FILLER              PIC X(64)   VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE "PAGE: ".
           05  WS-HDG-PAGE         PIC ZZ9.
           05  FILLER              PIC X(4)    VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER              PIC X(10)   VALUE "ACCOUNT  ".
           05  FILLER              PIC X(32)   VALUE "CUSTOMER NAME".
           05  FILLER              PIC X(22)   VALUE "CITY".
           05  FILLER              PIC X(4)    VALUE "ST".
           05  FILLER              PIC X(11)   VALUE "ZIP".
           05  FILLER              PIC X(6)    VALUE "CODE".
           05  FILLER              PIC X(47)   VALUE "REASON".

       01  WS-DETAIL-LINE.
           05  WS-DTL-ACCOUNT      PIC 9(7).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WS-DTL-NAME         PIC X(30).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-CITY         PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-STATE        PIC X(2).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-ZIP          PIC X(9).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-CODE         PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-DTL-REASON       PIC X(26).
           05  FILLER              PIC X(21)   VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER          PIC X(28)
               VALUE "*** RECORDS READ:          ".
           05  WS-TOT-READ     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER          PIC X(28)
               VALUE "*** E005 STATE NOT ON FILE:".
           05  WS-TOT-E005     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER          PIC X(28)
               VALUE "*** E006 ZIP MALFORMED:    ".
           05  WS-TOT-E006     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER          PIC X(28)
               VALUE "*** E007 ZIP NOT IN STATE: ".
           05  WS-TOT-E007     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-5.
           05  FILLER          PIC X(28)
               VALUE "*** ADDRESSES LISTED:      ".
           05  WS-TOT-LISTED   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-STATE-ZIP-TABLE
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CUSTOMER-MASTER - STATUS: "
                   WS-CUSTMAST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ CUSTOMER-MASTER
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CHECK-CUSTOMER-ADDRESS
               END-READ
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           CLOSE CUSTOMER-MASTER
           CLOSE REPORT-FILE
           DISPLAY "CUSTSZCK - RECORDS READ:     " WS-READ-COUNT
           DISPLAY "CUSTSZCK - ADDRESSES LISTED: " WS-LISTED-COUNT
           STOP RUN.

      *> The same load and the same refusals as the nightly edit
      *> run, so this listing shows exactly what that run will
      *> reject.
       COPY STZIPLD.

      *> The error code EDITCUST returns is the first edit failed,
      *> which may be one of the older ones; the address switches it
      *> leaves set give the address code regardless, in the same
      *> order of precedence the edit uses.
       CHECK-CUSTOMER-ADDRESS.
           PERFORM EDIT-CUSTOMER-RECORD
           EVALUATE TRUE
               WHEN NOT SZT-STATE-FOUND
                   MOVE "E005" TO WS-ADDRESS-CODE
                   MOVE "STATE NOT ON FILE" TO WS-DTL-REASON
                   ADD 1 TO WS-E005-COUNT
               WHEN NOT SZT-ZIP-FORMED
                   MOVE "E006" TO WS-ADDRESS-CODE
                   MOVE "ZIP NOT 5 OR 9 DIGITS" TO WS-DTL-REASON
                   ADD 1 TO WS-E006-COUNT
               WHEN NOT SZT-ZIP-MATCH
                   MOVE "E007" TO WS-ADDRESS-CODE
                   MOVE "ZIP NOT IN STATE" TO WS-DTL-REASON
                   ADD 1 TO WS-E007-COUNT
               WHEN OTHER
                   MOVE SPACES TO WS-ADDRESS-CODE
           END-EVALUATE
           IF WS-ADDRESS-CODE NOT = SPACES
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       EDIT-CUSTOMER-RECORD.
           COPY EDITCUST.
           CONTINUE.

       WRITE-REPORT-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
           WRITE REPORT-LINE FROM WS-HEADING-LINE
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-LINE
               AFTER ADVANCING 2 LINES
           MOVE 0 TO WS-LINE-COUNT.

       WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADING
           END-IF
           MOVE CUST-ACCOUNT-NO TO WS-DTL-ACCOUNT
           MOVE CUST-NAME TO WS-DTL-NAME
           MOVE CUST-CITY TO WS-DTL-CITY
           MOVE CUST-STATE TO WS-DTL-STATE
           MOVE CUST-ZIP TO WS-DTL-ZIP
           MOVE WS-ADDRESS-CODE TO WS-DTL-CODE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-LISTED-COUNT.

       WRITE-REPORT-TOTALS.
           MOVE WS-READ-COUNT TO WS-TOT-READ
           MOVE WS-E005-COUNT TO WS-TOT-E005
           MOVE WS-E006-COUNT TO WS-TOT-E006
           MOVE WS-E007-COUNT TO WS-TOT-E007
           MOVE WS-LISTED-COUNT TO WS-TOT-LISTED
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.
