      IDENTIFICATION DIVISION.
      PROGRAM-ID. ILL-RECIPROCITY.
      *> Quarterly report: for each partner library, what we borrowed
      *> from it against what we lent it, the numbers consortium
      *> agreements are renegotiated on. Borrowed items count in the
      *> quarter they reached us, lent items in the quarter we shipped
      *> them. For each direction: items, average turnaround (days
      *> from our request to the item arriving, and days the item was
      *> out before going back to its lender), overdue returns (back
      *> late, or still out past the due date), and the agreed fees
      *> owed, netted to a balance per partner. Requests logged before
      *> the partner directory existed, or against a partner since
      *> dropped from it, are gathered on one line at the end
      AUTHOR. Aidan Simon.


      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTNER-DATABASE *> Libraries we trade ILLs with
           ASSIGN TO "./partners.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PARTNER-ID
           FILE STATUS IS PTS.

           SELECT ILL-DATABASE *> Interlibrary loans, both directions
           ASSIGN TO "./ill.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ILL-ID
           FILE STATUS IS ILS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTNER-DATABASE
           DATA RECORD IS PARTNER-RECORD.

           COPY "partrec.cpy".

       FD  ILL-DATABASE
           DATA RECORD IS ILL-RECORD.

           COPY "illrec.cpy".

       WORKING-STORAGE SECTION.
       01 PTS                   PIC X(2).
          88 PTS-OK                   VALUE "00".
       01 ILS                   PIC X(2).
          88 ILS-OK                   VALUE "00".
       01 WS-EOF                PIC X(2) VALUE "N".
          88 EOF-REACHED              VALUE "Y".
       01 WS-TODAY              PIC 9(8).
       01 WS-YEAR               PIC 9(4).
       01 WS-QUARTER            PIC 9(1).
       01 WS-FROM-DATE          PIC 9(8).
       01 WS-NEXT-FROM-DATE     PIC 9(8).
       01 WS-TO-DATE            PIC 9(8).
      *> one entry per partner in the directory, plus a last entry
      *> under a blank ID for requests that match none of them
       01 WS-PARTNER-COUNT      PIC 9(3) COMP VALUE 0.
       01 WS-PARTNER-LIMIT      PIC 9(3) COMP VALUE 299.
       01 WS-PARTNER-OVERFLOW   PIC X(2) VALUE "N".
          88 PARTNER-TABLE-FULL       VALUE "Y".
       01 WS-PARTNER-TABLE.
          05 WS-PARTNER-ENTRY   OCCURS 300 TIMES.
             10 WS-PE-ID           PIC X(6).
             10 WS-PE-NAME         PIC X(25).
             10 WS-PE-BORROWED     PIC 9(5) COMP.
             10 WS-PE-FILL-DAYS    PIC 9(7) COMP.
             10 WS-PE-FILLED       PIC 9(5) COMP.
             10 WS-PE-BOR-OUT-DAYS PIC 9(7) COMP.
             10 WS-PE-BOR-BACK     PIC 9(5) COMP.
             10 WS-PE-BOR-OVERDUE  PIC 9(5) COMP.
             10 WS-PE-WE-OWE       PIC 9(7)V99.
             10 WS-PE-LENT         PIC 9(5) COMP.
             10 WS-PE-LEND-OUT-DAYS PIC 9(7) COMP.
             10 WS-PE-LEND-BACK    PIC 9(5) COMP.
             10 WS-PE-LEND-OVERDUE PIC 9(5) COMP.
             10 WS-PE-OWED-US      PIC 9(7)V99.
       01 WS-P                  PIC 9(3) COMP.
       01 WS-MATCH              PIC 9(3) COMP.
       01 WS-DAYS               PIC S9(5).
       01 WS-ITEM-OVERDUE       PIC X(2) VALUE "N".
          88 ITEM-IS-OVERDUE          VALUE "Y".
       01 WS-AVERAGE            PIC 9(4)V9.
       01 WS-NET-FEES           PIC S9(7)V99.
       01 WS-TOTAL-BORROWED     PIC 9(7) COMP VALUE 0.
       01 WS-TOTAL-LENT         PIC 9(7) COMP VALUE 0.
       01 WS-TOTAL-WE-OWE       PIC 9(8)V99 VALUE 0.
       01 WS-TOTAL-OWED-US      PIC 9(8)V99 VALUE 0.
       01 WS-ACTIVE-COUNT       PIC 9(5) COMP VALUE 0.
       01 WS-IDLE-COUNT         PIC 9(5) COMP VALUE 0.
       01 WS-ILL-READ           PIC 9(7) COMP VALUE 0.
       01 WS-COUNT-DISPLAY      PIC ZZZZ9.
       01 WS-COUNT-DISPLAY-2    PIC ZZZZ9.
       01 WS-AVG-DISPLAY        PIC ZZZ9.9.
       01 WS-AVG-DISPLAY-2      PIC ZZZ9.9.
       01 WS-FEE-DISPLAY        PIC ZZZ,ZZ9.99.
       01 WS-NET-DISPLAY        PIC -ZZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY      PIC ZZ,ZZZ,ZZ9.99.

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY "Please enter the year (YYYY): "
           ACCEPT WS-YEAR
           DISPLAY "Please enter the quarter (1-4): "
           ACCEPT WS-QUARTER
           IF WS-YEAR IS LESS THAN 1900
               OR WS-QUARTER IS LESS THAN 1
               OR WS-QUARTER IS GREATER THAN 4 THEN
               DISPLAY "error: not a valid quarter"
               STOP RUN
           END-IF
      *> the quarter runs from the first of its first month to the
      *> day before the next quarter starts
           COMPUTE WS-FROM-DATE = WS-YEAR * 10000
               + ((WS-QUARTER - 1) * 3 + 1) * 100 + 1
           IF WS-QUARTER IS EQUAL TO 4 THEN
               COMPUTE WS-NEXT-FROM-DATE = (WS-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-FROM-DATE = WS-YEAR * 10000
                   + (WS-QUARTER * 3 + 1) * 100 + 1
           END-IF
           COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-FROM-DATE) - 1)
           PERFORM LOAD-PARTNERS
           PERFORM TALLY-REQUESTS
           PERFORM PRINT-REPORT
           STOP RUN.

       LOAD-PARTNERS.
           OPEN INPUT PARTNER-DATABASE
           IF NOT PTS-OK THEN
               DISPLAY "Error opening partner file -- set up partner"
                   " libraries in ILL-PARTNER-MAINT first"
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM LOAD-NEXT-PARTNER UNTIL EOF-REACHED
           CLOSE PARTNER-DATABASE
           IF PARTNER-TABLE-FULL THEN
               DISPLAY "warning: more than " WS-PARTNER-LIMIT
                   " partners -- the rest are reported as not in the"
                   " directory"
           END-IF
           ADD 1 TO WS-PARTNER-COUNT
           MOVE WS-PARTNER-COUNT TO WS-P
           PERFORM CLEAR-PARTNER-ENTRY
           MOVE SPACES TO WS-PE-ID(WS-P)
           MOVE "(not in the directory)" TO WS-PE-NAME(WS-P).

       LOAD-NEXT-PARTNER.
           READ PARTNER-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF WS-PARTNER-COUNT IS NOT LESS THAN
                       WS-PARTNER-LIMIT THEN
                       MOVE "Y" TO WS-PARTNER-OVERFLOW
                   ELSE
                       ADD 1 TO WS-PARTNER-COUNT
                       MOVE WS-PARTNER-COUNT TO WS-P
                       PERFORM CLEAR-PARTNER-ENTRY
                       MOVE PARTNER-ID TO WS-PE-ID(WS-P)
                       MOVE PARTNER-NAME TO WS-PE-NAME(WS-P)
                   END-IF
           END-READ.

       CLEAR-PARTNER-ENTRY.
           MOVE 0 TO WS-PE-BORROWED(WS-P)
           MOVE 0 TO WS-PE-FILL-DAYS(WS-P)
           MOVE 0 TO WS-PE-FILLED(WS-P)
           MOVE 0 TO WS-PE-BOR-OUT-DAYS(WS-P)
           MOVE 0 TO WS-PE-BOR-BACK(WS-P)
           MOVE 0 TO WS-PE-BOR-OVERDUE(WS-P)
           MOVE 0 TO WS-PE-WE-OWE(WS-P)
           MOVE 0 TO WS-PE-LENT(WS-P)
           MOVE 0 TO WS-PE-LEND-OUT-DAYS(WS-P)
           MOVE 0 TO WS-PE-LEND-BACK(WS-P)
           MOVE 0 TO WS-PE-LEND-OVERDUE(WS-P)
           MOVE 0 TO WS-PE-OWED-US(WS-P).

       TALLY-REQUESTS.
           OPEN INPUT ILL-DATABASE
           IF NOT ILS-OK THEN
               DISPLAY "No ILL file -- nothing to report"
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM TALLY-NEXT-REQUEST UNTIL EOF-REACHED
           CLOSE ILL-DATABASE.

       TALLY-NEXT-REQUEST.
           READ ILL-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-ILL-READ
                   IF ILL-DIRECTION IS EQUAL TO "B"
                       AND ILL-RECEIVE-DATE IS NOT LESS THAN
                       WS-FROM-DATE
                       AND ILL-RECEIVE-DATE IS NOT GREATER THAN
                       WS-TO-DATE THEN
                       PERFORM FIND-REQUEST-PARTNER
                       PERFORM TALLY-BORROW
                   END-IF
                   IF ILL-DIRECTION IS EQUAL TO "L"
                       AND ILL-SHIP-DATE IS NOT LESS THAN WS-FROM-DATE
                       AND ILL-SHIP-DATE IS NOT GREATER THAN
                       WS-TO-DATE THEN
                       PERFORM FIND-REQUEST-PARTNER
                       PERFORM TALLY-LEND
                   END-IF
           END-READ.

       FIND-REQUEST-PARTNER.
      *> anything that matches no directory entry -- including a
      *> blank ID from before the directory -- lands on the last one
           MOVE WS-PARTNER-COUNT TO WS-MATCH
           PERFORM MATCH-PARTNER
               VARYING WS-P FROM 1 BY 1
               UNTIL WS-P IS NOT LESS THAN WS-PARTNER-COUNT.

       MATCH-PARTNER.
           IF WS-PE-ID(WS-P) IS EQUAL TO ILL-PARTNER-ID THEN
               MOVE WS-P TO WS-MATCH
           END-IF.

       TALLY-BORROW.
           ADD 1 TO WS-PE-BORROWED(WS-MATCH)
           ADD ILL-FEE TO WS-PE-WE-OWE(WS-MATCH)
           IF ILL-REQUEST-DATE IS GREATER THAN 0 THEN
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE(ILL-RECEIVE-DATE)
                       - FUNCTION INTEGER-OF-DATE(ILL-REQUEST-DATE)
               IF WS-DAYS IS NOT LESS THAN 0 THEN
                   ADD WS-DAYS TO WS-PE-FILL-DAYS(WS-MATCH)
                   ADD 1 TO WS-PE-FILLED(WS-MATCH)
               END-IF
           END-IF
           IF ILL-RETURN-DATE IS GREATER THAN 0 THEN
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE(ILL-RETURN-DATE)
                       - FUNCTION INTEGER-OF-DATE(ILL-RECEIVE-DATE)
               IF WS-DAYS IS NOT LESS THAN 0 THEN
                   ADD WS-DAYS TO WS-PE-BOR-OUT-DAYS(WS-MATCH)
                   ADD 1 TO WS-PE-BOR-BACK(WS-MATCH)
               END-IF
           END-IF
           PERFORM CHECK-ITEM-OVERDUE
           IF ITEM-IS-OVERDUE THEN
               ADD 1 TO WS-PE-BOR-OVERDUE(WS-MATCH)
           END-IF.

       TALLY-LEND.
           ADD 1 TO WS-PE-LENT(WS-MATCH)
           ADD ILL-FEE TO WS-PE-OWED-US(WS-MATCH)
           IF ILL-RETURN-DATE IS GREATER THAN 0 THEN
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE(ILL-RETURN-DATE)
                       - FUNCTION INTEGER-OF-DATE(ILL-SHIP-DATE)
               IF WS-DAYS IS NOT LESS THAN 0 THEN
                   ADD WS-DAYS TO WS-PE-LEND-OUT-DAYS(WS-MATCH)
                   ADD 1 TO WS-PE-LEND-BACK(WS-MATCH)
               END-IF
           END-IF
           PERFORM CHECK-ITEM-OVERDUE
           IF ITEM-IS-OVERDUE THEN
               ADD 1 TO WS-PE-LEND-OVERDUE(WS-MATCH)
           END-IF.

       CHECK-ITEM-OVERDUE.
      *> late is late whichever side it was: back after the due date,
      *> or not back yet and the due date already gone by
           MOVE "N" TO WS-ITEM-OVERDUE
           IF ILL-DUE-DATE IS GREATER THAN 0 THEN
               IF ILL-RETURN-DATE IS GREATER THAN 0 THEN
                   IF ILL-RETURN-DATE IS GREATER THAN ILL-DUE-DATE THEN
                       MOVE "Y" TO WS-ITEM-OVERDUE
                   END-IF
               ELSE
                   IF ILL-DUE-DATE IS LESS THAN WS-TODAY THEN
                       MOVE "Y" TO WS-ITEM-OVERDUE
                   END-IF
               END-IF
           END-IF.

       PRINT-REPORT.
           DISPLAY "ILL reciprocity: " WS-YEAR " quarter " WS-QUARTER
               " (" WS-FROM-DATE " to " WS-TO-DATE ")"
           DISPLAY "PARTNER NAME                      "
               "         ITEMS  FILL DAYS  DAYS OUT  OVERDUE"
               "        FEES"
           PERFORM PRINT-PARTNER
               VARYING WS-P FROM 1 BY 1
               UNTIL WS-P IS GREATER THAN WS-PARTNER-COUNT
           DISPLAY " "
           MOVE WS-TOTAL-BORROWED TO WS-COUNT-DISPLAY
           MOVE WS-TOTAL-LENT TO WS-COUNT-DISPLAY-2
           DISPLAY "Items borrowed: " WS-COUNT-DISPLAY
               "   items lent: " WS-COUNT-DISPLAY-2
           MOVE WS-TOTAL-WE-OWE TO WS-TOTAL-DISPLAY
           DISPLAY "Fees we owe partners:    " WS-TOTAL-DISPLAY
           MOVE WS-TOTAL-OWED-US TO WS-TOTAL-DISPLAY
           DISPLAY "Fees partners owe us:    " WS-TOTAL-DISPLAY
           COMPUTE WS-NET-FEES = WS-TOTAL-OWED-US - WS-TOTAL-WE-OWE
           MOVE WS-NET-FEES TO WS-NET-DISPLAY
           DISPLAY "Net in our favour:         " WS-NET-DISPLAY
           DISPLAY "Partners with activity: " WS-ACTIVE-COUNT
               "   without: " WS-IDLE-COUNT
           DISPLAY "ILL records read: " WS-ILL-READ.

       PRINT-PARTNER.
      *> two lines per partner that did any business with us in the
      *> quarter; the fill-days column only means anything when we
      *> are the borrower
           IF WS-PE-BORROWED(WS-P) IS EQUAL TO 0
               AND WS-PE-LENT(WS-P) IS EQUAL TO 0 THEN
               IF WS-PE-ID(WS-P) NOT EQUAL SPACES THEN
                   ADD 1 TO WS-IDLE-COUNT
               END-IF
           ELSE
               IF WS-PE-ID(WS-P) NOT EQUAL SPACES THEN
                   ADD 1 TO WS-ACTIVE-COUNT
               END-IF
               PERFORM PRINT-BORROWED-LINE
               PERFORM PRINT-LENT-LINE
               COMPUTE WS-NET-FEES = WS-PE-OWED-US(WS-P)
                   - WS-PE-WE-OWE(WS-P)
               MOVE WS-NET-FEES TO WS-NET-DISPLAY
               DISPLAY "                                  "
                   "         net fees in our favour"
                   "              "
                   WS-NET-DISPLAY
               ADD WS-PE-BORROWED(WS-P) TO WS-TOTAL-BORROWED
               ADD WS-PE-LENT(WS-P) TO WS-TOTAL-LENT
               ADD WS-PE-WE-OWE(WS-P) TO WS-TOTAL-WE-OWE
               ADD WS-PE-OWED-US(WS-P) TO WS-TOTAL-OWED-US
           END-IF.

       PRINT-BORROWED-LINE.
           MOVE WS-PE-BORROWED(WS-P) TO WS-COUNT-DISPLAY
           MOVE 0 TO WS-AVERAGE
           IF WS-PE-FILLED(WS-P) IS GREATER THAN 0 THEN
               COMPUTE WS-AVERAGE ROUNDED = WS-PE-FILL-DAYS(WS-P)
                   / WS-PE-FILLED(WS-P)
           END-IF
           MOVE WS-AVERAGE TO WS-AVG-DISPLAY
           MOVE 0 TO WS-AVERAGE
           IF WS-PE-BOR-BACK(WS-P) IS GREATER THAN 0 THEN
               COMPUTE WS-AVERAGE ROUNDED = WS-PE-BOR-OUT-DAYS(WS-P)
                   / WS-PE-BOR-BACK(WS-P)
           END-IF
           MOVE WS-AVERAGE TO WS-AVG-DISPLAY-2
           MOVE WS-PE-BOR-OVERDUE(WS-P) TO WS-COUNT-DISPLAY-2
           MOVE WS-PE-WE-OWE(WS-P) TO WS-FEE-DISPLAY
           DISPLAY WS-PE-ID(WS-P) "  " WS-PE-NAME(WS-P)
               " borrowed " WS-COUNT-DISPLAY "     " WS-AVG-DISPLAY
               "    " WS-AVG-DISPLAY-2 "    " WS-COUNT-DISPLAY-2
               "  " WS-FEE-DISPLAY.

       PRINT-LENT-LINE.
           MOVE WS-PE-LENT(WS-P) TO WS-COUNT-DISPLAY
           MOVE 0 TO WS-AVERAGE
           IF WS-PE-LEND-BACK(WS-P) IS GREATER THAN 0 THEN
               COMPUTE WS-AVERAGE ROUNDED = WS-PE-LEND-OUT-DAYS(WS-P)
                   / WS-PE-LEND-BACK(WS-P)
           END-IF
           MOVE WS-AVERAGE TO WS-AVG-DISPLAY-2
           MOVE WS-PE-LEND-OVERDUE(WS-P) TO WS-COUNT-DISPLAY-2
           MOVE WS-PE-OWED-US(WS-P) TO WS-FEE-DISPLAY
           DISPLAY "                                 "
               " lent     " WS-COUNT-DISPLAY "           "
               "    " WS-AVG-DISPLAY-2 "    " WS-COUNT-DISPLAY-2
               "  " WS-FEE-DISPLAY.
