      IDENTIFICATION DIVISION.
      PROGRAM-ID. FUND-COMPARISON.
      *> Report: how each fund did last year against how it is doing
      *> this year. The prior year comes from fundhist.db as
      *> FISCAL-YEAR-CLOSE left it; the current year is funds.db as it
      *> stands. For each fund: the year's budget, what was spent (or,
      *> this year, committed -- encumbered plus spent) and that as a
      *> percentage of budget. Funds that closed last year but are no
      *> longer on file are listed after
      AUTHOR. Aidan Simon.


      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUND-DATABASE *> Book-budget funds
           ASSIGN TO "./funds.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUND-CODE
           FILE STATUS IS FDS.

           SELECT FUND-HISTORY *> Each fund's figures at each year-end
           ASSIGN TO "./fundhist.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FHIST-KEY
           FILE STATUS IS FHS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUND-DATABASE
           DATA RECORD IS FUND-RECORD.

           COPY "fundrec.cpy".

       FD  FUND-HISTORY
           DATA RECORD IS FUND-HISTORY-RECORD.

           COPY "fhistrec.cpy".

       WORKING-STORAGE SECTION.
       01 FDS                   PIC X(2).
          88 FDS-OK                   VALUE "00".
       01 FHS                   PIC X(2).
          88 FHS-OK                   VALUE "00".
       01 WS-EOF                PIC X(2) VALUE "N".
          88 EOF-REACHED              VALUE "Y".
       01 WS-PRIOR-YEAR         PIC 9(4).
       01 WS-FOUND              PIC X(2) VALUE "N".
          88 HISTORY-FOUND            VALUE "Y".
       01 WS-COMMITTED          PIC 9(8)V99.
       01 WS-PERCENT            PIC 9(5).
       01 WS-PRIOR-BUDGET       PIC ZZZZ,ZZ9.99.
       01 WS-PRIOR-SPENT        PIC ZZZZ,ZZ9.99.
       01 WS-PRIOR-PCT          PIC ZZZZ9.
       01 WS-CUR-BUDGET         PIC ZZZZ,ZZ9.99.
       01 WS-CUR-COMMITTED      PIC ZZZZ,ZZ9.99.
       01 WS-CUR-PCT            PIC ZZZZ9.
       01 WS-PRIOR-TOTAL-BUDGET PIC 9(8)V99 VALUE 0.
       01 WS-PRIOR-TOTAL-SPENT  PIC 9(8)V99 VALUE 0.
       01 WS-CUR-TOTAL-BUDGET   PIC 9(8)V99 VALUE 0.
       01 WS-CUR-TOTAL-COMMIT   PIC 9(8)V99 VALUE 0.
       01 WS-TOTAL-DISPLAY      PIC ZZ,ZZZ,ZZ9.99.
       01 WS-FUND-COUNT         PIC 9(5) COMP VALUE 0.
       01 WS-GONE-COUNT         PIC 9(5) COMP VALUE 0.

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-DATABASES
           DISPLAY "Prior fiscal year to compare against?"
               " (0 for the last year closed): "
           ACCEPT WS-PRIOR-YEAR
           IF WS-PRIOR-YEAR IS EQUAL TO 0 THEN
               PERFORM FIND-LAST-YEAR-CLOSED
           END-IF
           IF WS-PRIOR-YEAR IS EQUAL TO 0 THEN
               DISPLAY "No fiscal year has been closed yet -- run"
                   " FISCAL-YEAR-CLOSE at year-end"
               CLOSE FUND-DATABASE
               CLOSE FUND-HISTORY
               STOP RUN
           END-IF
           DISPLAY "Fund comparison: fiscal year " WS-PRIOR-YEAR
               " against the current year"
           DISPLAY "FUND     NAME                      "
               " PRIOR BUDGET  PRIOR SPENT    %"
               "  CUR. BUDGET    COMMITTED    %"
           MOVE "N" TO WS-EOF
           MOVE SPACES TO FUND-CODE
           START FUND-DATABASE KEY IS NOT LESS THAN FUND-CODE
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM COMPARE-NEXT-FUND UNTIL EOF-REACHED
           MOVE WS-PRIOR-TOTAL-BUDGET TO WS-TOTAL-DISPLAY
           DISPLAY "Prior year budget total:   " WS-TOTAL-DISPLAY
           MOVE WS-PRIOR-TOTAL-SPENT TO WS-TOTAL-DISPLAY
           DISPLAY "Prior year spent total:    " WS-TOTAL-DISPLAY
           MOVE WS-CUR-TOTAL-BUDGET TO WS-TOTAL-DISPLAY
           DISPLAY "Current budget total:      " WS-TOTAL-DISPLAY
           MOVE WS-CUR-TOTAL-COMMIT TO WS-TOTAL-DISPLAY
           DISPLAY "Current committed total:   " WS-TOTAL-DISPLAY
           DISPLAY "Funds on file: " WS-FUND-COUNT
           PERFORM LIST-CLOSED-FUNDS
           CLOSE FUND-DATABASE
           CLOSE FUND-HISTORY
           STOP RUN.

       OPEN-DATABASES.
           OPEN INPUT FUND-DATABASE.
           IF NOT FDS-OK THEN
               DISPLAY "Error opening fund file"
               STOP RUN
           END-IF.
           OPEN INPUT FUND-HISTORY.
           IF NOT FHS-OK THEN
               DISPLAY "No fund history file -- no fiscal year has"
                   " been closed yet"
               CLOSE FUND-DATABASE
               STOP RUN
           END-IF.

       FIND-LAST-YEAR-CLOSED.
      *> the history is keyed year first, so the last record read in
      *> key order belongs to the latest year closed
           MOVE "N" TO WS-EOF
           PERFORM READ-NEXT-HISTORY UNTIL EOF-REACHED.

       READ-NEXT-HISTORY.
           READ FUND-HISTORY NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE FHIST-YEAR TO WS-PRIOR-YEAR
           END-READ.

       COMPARE-NEXT-FUND.
           READ FUND-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM COMPARE-ONE-FUND
           END-READ.

       COMPARE-ONE-FUND.
           ADD 1 TO WS-FUND-COUNT
           MOVE WS-PRIOR-YEAR TO FHIST-YEAR
           MOVE FUND-CODE TO FHIST-FUND-CODE
           MOVE "Y" TO WS-FOUND
           READ FUND-HISTORY RECORD
               KEY IS FHIST-KEY
               INVALID KEY
                   MOVE "N" TO WS-FOUND
           END-READ
           IF HISTORY-FOUND THEN
               MOVE FHIST-BUDGET TO WS-PRIOR-BUDGET
               MOVE FHIST-SPENT TO WS-PRIOR-SPENT
               ADD FHIST-BUDGET TO WS-PRIOR-TOTAL-BUDGET
               ADD FHIST-SPENT TO WS-PRIOR-TOTAL-SPENT
               IF FHIST-BUDGET IS GREATER THAN 0 THEN
                   COMPUTE WS-PERCENT ROUNDED =
                       FHIST-SPENT * 100 / FHIST-BUDGET
               ELSE
                   MOVE 0 TO WS-PERCENT
               END-IF
               MOVE WS-PERCENT TO WS-PRIOR-PCT
           ELSE
               MOVE 0 TO WS-PRIOR-BUDGET
               MOVE 0 TO WS-PRIOR-SPENT
               MOVE 0 TO WS-PRIOR-PCT
           END-IF
           COMPUTE WS-COMMITTED = FUND-ENCUMBERED + FUND-SPENT
           MOVE FUND-BUDGET TO WS-CUR-BUDGET
           MOVE WS-COMMITTED TO WS-CUR-COMMITTED
           ADD FUND-BUDGET TO WS-CUR-TOTAL-BUDGET
           ADD WS-COMMITTED TO WS-CUR-TOTAL-COMMIT
           IF FUND-BUDGET IS GREATER THAN 0 THEN
               COMPUTE WS-PERCENT ROUNDED =
                   WS-COMMITTED * 100 / FUND-BUDGET
           ELSE
               MOVE 0 TO WS-PERCENT
           END-IF
           MOVE WS-PERCENT TO WS-CUR-PCT
           IF HISTORY-FOUND THEN
               DISPLAY FUND-CODE " " FUND-NAME " " WS-PRIOR-BUDGET
                   " " WS-PRIOR-SPENT " " WS-PRIOR-PCT
                   " " WS-CUR-BUDGET " " WS-CUR-COMMITTED
                   " " WS-CUR-PCT
           ELSE
               DISPLAY FUND-CODE " " FUND-NAME "    (new this year)"
                   "              " WS-CUR-BUDGET " " WS-CUR-COMMITTED
                   " " WS-CUR-PCT
           END-IF.

       LIST-CLOSED-FUNDS.
           MOVE "N" TO WS-EOF
           MOVE WS-PRIOR-YEAR TO FHIST-YEAR
           MOVE SPACES TO FHIST-FUND-CODE
           START FUND-HISTORY KEY IS NOT LESS THAN FHIST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM CHECK-NEXT-CLOSED-FUND UNTIL EOF-REACHED
           IF WS-GONE-COUNT IS GREATER THAN 0 THEN
               DISPLAY "Funds from " WS-PRIOR-YEAR " no longer on file: "
                   WS-GONE-COUNT
           END-IF.

       CHECK-NEXT-CLOSED-FUND.
           READ FUND-HISTORY NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF FHIST-YEAR NOT EQUAL WS-PRIOR-YEAR THEN
                       MOVE "Y" TO WS-EOF
                   ELSE
                       PERFORM CHECK-ONE-CLOSED-FUND
                   END-IF
           END-READ.

       CHECK-ONE-CLOSED-FUND.
           MOVE FHIST-FUND-CODE TO FUND-CODE
           READ FUND-DATABASE RECORD
               KEY IS FUND-CODE
               INVALID KEY
                   ADD 1 TO WS-GONE-COUNT
                   MOVE FHIST-BUDGET TO WS-PRIOR-BUDGET
                   MOVE FHIST-SPENT TO WS-PRIOR-SPENT
                   DISPLAY FHIST-FUND-CODE " " FHIST-FUND-NAME " "
                       WS-PRIOR-BUDGET " " WS-PRIOR-SPENT
                       "  (no longer on file)"
           END-READ.
