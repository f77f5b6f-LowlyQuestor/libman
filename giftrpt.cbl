      IDENTIFICATION DIVISION.
      PROGRAM-ID. GIFT-DONOR-REPORT.
      *> Year-end donor report: for each donor who gave in a calendar
      *> year, the gifts and items received and how they were sorted
      *> (added, Friends book sale, discarded), then what became of
      *> the added copies -- how many have been linked on the item
      *> file, how many of those have gone out at least once, and
      *> their loans to date, live and archived. Loans are found by
      *> the copy's barcode, so a loan from before the copies were
      *> barcoded can't be traced to a gift. Gifts from a donor since
      *> removed from the donor file are gathered on one line
      AUTHOR. Aidan Simon.


      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DONOR-DATABASE *> People and groups who give us books
           ASSIGN TO "./donors.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DONOR-ID
           FILE STATUS IS DNS.

           SELECT GIFT-DATABASE *> Intake log, one record per gift box
           ASSIGN TO "./gifts.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GIFT-ID
           ALTERNATE RECORD KEY IS GIFT-DONOR-ID WITH DUPLICATES
           FILE STATUS IS GFS.

           SELECT ITEM-DATABASE *> One record per physical copy
           ASSIGN TO "./items.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ITEM-BARCODE
           ALTERNATE RECORD KEY IS ITEM-ISBN WITH DUPLICATES
           FILE STATUS IS ITS.

           SELECT LOAN-DATABASE *> Tracks which books are checked out
           ASSIGN TO "./loans.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOAN-KEY
           ALTERNATE RECORD KEY IS LOAN-ISBN WITH DUPLICATES
           ALTERNATE RECORD KEY IS LOAN-BORROWER-ID WITH DUPLICATES
           FILE STATUS IS LNS.

           SELECT HISTORY-DATABASE *> Archive of old closed loans
           ASSIGN TO "./loanhist.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-ISBN WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-BORROWER-ID WITH DUPLICATES
           FILE STATUS IS HTS.

       DATA DIVISION.
       FILE SECTION.
       FD  DONOR-DATABASE
           DATA RECORD IS DONOR-RECORD.

           COPY "donorrec.cpy".

       FD  GIFT-DATABASE
           DATA RECORD IS GIFT-RECORD.

           COPY "giftrec.cpy".

       FD  ITEM-DATABASE
           DATA RECORD IS ITEM-RECORD.

           COPY "itemrec.cpy".

       FD  LOAN-DATABASE
           DATA RECORD IS LOAN-RECORD.

           COPY "loanrec.cpy".

       FD  HISTORY-DATABASE
           DATA RECORD IS HIST-RECORD.

      *> same layout as the live loan file, renamed field by field
           COPY "loanrec.cpy" REPLACING LEADING ==LOAN== BY ==HIST==.

       WORKING-STORAGE SECTION.
       01 DNS                   PIC X(2).
          88 DNS-OK                   VALUE "00".
       01 GFS                   PIC X(2).
          88 GFS-OK                   VALUE "00".
       01 ITS                   PIC X(2).
          88 ITS-OK                   VALUE "00".
       01 LNS                   PIC X(2).
          88 LNS-OK                   VALUE "00".
       01 HTS                   PIC X(2).
          88 HTS-OK                   VALUE "00".
       01 WS-ITEM-FILE          PIC X(2) VALUE "N".
          88 ITEM-FILE-PRESENT        VALUE "Y".
       01 WS-LOAN-FILE          PIC X(2) VALUE "N".
          88 LOAN-FILE-PRESENT        VALUE "Y".
       01 WS-HIST-FILE          PIC X(2) VALUE "N".
          88 HIST-FILE-PRESENT        VALUE "Y".
       01 WS-EOF                PIC X(2) VALUE "N".
          88 EOF-REACHED              VALUE "Y".
       01 WS-LOAN-EOF           PIC X(2) VALUE "N".
          88 LOAN-EOF-REACHED         VALUE "Y".
       01 WS-GIFT-FOUND         PIC X(2) VALUE "N".
          88 GIFT-WAS-FOUND           VALUE "Y".
       01 WS-YEAR               PIC 9(4).
       01 WS-FROM-DATE          PIC 9(8).
       01 WS-TO-DATE            PIC 9(8).
      *> one entry per donor on file, with a last catch-all entry
      *> under a blank ID for gifts whose donor matches none of them
       01 WS-DONOR-COUNT        PIC 9(3) COMP VALUE 0.
       01 WS-DONOR-LIMIT        PIC 9(3) COMP VALUE 499.
       01 WS-DONOR-OVERFLOW     PIC X(2) VALUE "N".
          88 DONOR-TABLE-FULL         VALUE "Y".
       01 WS-DONOR-TABLE.
          05 WS-DONOR-ENTRY     OCCURS 500 TIMES.
             10 WS-DE-ID           PIC X(6).
             10 WS-DE-NAME         PIC X(30).
             10 WS-DE-GIFTS        PIC 9(5) COMP.
             10 WS-DE-ITEMS        PIC 9(5) COMP.
             10 WS-DE-ADDED        PIC 9(5) COMP.
             10 WS-DE-SALE         PIC 9(5) COMP.
             10 WS-DE-DISCARD      PIC 9(5) COMP.
             10 WS-DE-LINKED       PIC 9(5) COMP.
             10 WS-DE-CIRCULATED   PIC 9(5) COMP.
             10 WS-DE-LOANS        PIC 9(7) COMP.
       01 WS-D                  PIC 9(3) COMP.
       01 WS-MATCH              PIC 9(3) COMP.
       01 WS-MATCH-ID           PIC X(6).
       01 WS-COPY-LOANS         PIC 9(5) COMP.
       01 WS-UNSORTED-COUNT     PIC 9(5) COMP VALUE 0.
       01 WS-TOTAL-GIFTS        PIC 9(7) COMP VALUE 0.
       01 WS-TOTAL-ITEMS        PIC 9(7) COMP VALUE 0.
       01 WS-TOTAL-ADDED        PIC 9(7) COMP VALUE 0.
       01 WS-TOTAL-SALE         PIC 9(7) COMP VALUE 0.
       01 WS-TOTAL-DISCARD      PIC 9(7) COMP VALUE 0.
       01 WS-TOTAL-LINKED       PIC 9(7) COMP VALUE 0.
       01 WS-TOTAL-CIRCULATED   PIC 9(7) COMP VALUE 0.
       01 WS-TOTAL-LOANS        PIC 9(7) COMP VALUE 0.
       01 WS-DONORS-REPORTED    PIC 9(5) COMP VALUE 0.
       01 WS-COUNT-DISPLAY      PIC ZZZZ9.
       01 WS-COUNT-DISPLAY-2    PIC ZZZZ9.
       01 WS-COUNT-DISPLAY-3    PIC ZZZZ9.
       01 WS-COUNT-DISPLAY-4    PIC ZZZZ9.
       01 WS-COUNT-DISPLAY-5    PIC ZZZZ9.
       01 WS-LOANS-DISPLAY      PIC ZZZZZZ9.

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Please enter the year (YYYY): "
           ACCEPT WS-YEAR
           IF WS-YEAR IS LESS THAN 1900 THEN
               DISPLAY "error: not a valid year"
               STOP RUN
           END-IF
      *> donors file their taxes by the calendar year, so the report
      *> runs January to December whatever the fiscal year is
           COMPUTE WS-FROM-DATE = WS-YEAR * 10000 + 101
           COMPUTE WS-TO-DATE = WS-YEAR * 10000 + 1231
           PERFORM LOAD-DONORS
           PERFORM OPEN-FILES
           PERFORM TALLY-GIFTS
           IF ITEM-FILE-PRESENT THEN
               PERFORM TALLY-GIFT-COPIES
           END-IF
           CLOSE GIFT-DATABASE
           IF ITEM-FILE-PRESENT THEN
               CLOSE ITEM-DATABASE
           END-IF
           IF LOAN-FILE-PRESENT THEN
               CLOSE LOAN-DATABASE
           END-IF
           IF HIST-FILE-PRESENT THEN
               CLOSE HISTORY-DATABASE
           END-IF
           PERFORM PRINT-REPORT
           STOP RUN.

       LOAD-DONORS.
           OPEN INPUT DONOR-DATABASE
           IF NOT DNS-OK THEN
               DISPLAY "Error opening donor file -- set up donors in"
                   " GIFT-MAINT first"
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM LOAD-NEXT-DONOR UNTIL EOF-REACHED
           CLOSE DONOR-DATABASE
           IF DONOR-TABLE-FULL THEN
               DISPLAY "warning: more than " WS-DONOR-LIMIT
                   " donors -- the rest are reported as not in the"
                   " donor file"
           END-IF
           ADD 1 TO WS-DONOR-COUNT
           MOVE WS-DONOR-COUNT TO WS-D
           PERFORM CLEAR-DONOR-ENTRY
           MOVE SPACES TO WS-DE-ID(WS-D)
           MOVE "(not in the donor file)" TO WS-DE-NAME(WS-D).

       LOAD-NEXT-DONOR.
           READ DONOR-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF WS-DONOR-COUNT IS NOT LESS THAN
                       WS-DONOR-LIMIT THEN
                       MOVE "Y" TO WS-DONOR-OVERFLOW
                   ELSE
                       ADD 1 TO WS-DONOR-COUNT
                       MOVE WS-DONOR-COUNT TO WS-D
                       PERFORM CLEAR-DONOR-ENTRY
                       MOVE DONOR-ID TO WS-DE-ID(WS-D)
                       MOVE DONOR-NAME TO WS-DE-NAME(WS-D)
                   END-IF
           END-READ.

       CLEAR-DONOR-ENTRY.
           MOVE 0 TO WS-DE-GIFTS(WS-D)
           MOVE 0 TO WS-DE-ITEMS(WS-D)
           MOVE 0 TO WS-DE-ADDED(WS-D)
           MOVE 0 TO WS-DE-SALE(WS-D)
           MOVE 0 TO WS-DE-DISCARD(WS-D)
           MOVE 0 TO WS-DE-LINKED(WS-D)
           MOVE 0 TO WS-DE-CIRCULATED(WS-D)
           MOVE 0 TO WS-DE-LOANS(WS-D).

       OPEN-FILES.
           OPEN INPUT GIFT-DATABASE
           IF NOT GFS-OK THEN
               DISPLAY "No gift file -- nothing to report"
               STOP RUN
           END-IF
      *> without the item file there is nothing to follow the added
      *> copies by; without the loan files they simply show no loans
           OPEN INPUT ITEM-DATABASE
           IF ITS-OK THEN
               MOVE "Y" TO WS-ITEM-FILE
           ELSE
               MOVE "N" TO WS-ITEM-FILE
               DISPLAY "warning: no item file -- gift copies can't be"
                   " followed"
           END-IF
           OPEN INPUT LOAN-DATABASE
           IF LNS-OK THEN
               MOVE "Y" TO WS-LOAN-FILE
           ELSE
               MOVE "N" TO WS-LOAN-FILE
           END-IF
           OPEN INPUT HISTORY-DATABASE
           IF HTS-OK THEN
               MOVE "Y" TO WS-HIST-FILE
           ELSE
               MOVE "N" TO WS-HIST-FILE
           END-IF.

       TALLY-GIFTS.
           MOVE "N" TO WS-EOF
           PERFORM TALLY-NEXT-GIFT UNTIL EOF-REACHED.

       TALLY-NEXT-GIFT.
           READ GIFT-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF GIFT-RECEIVED-DATE IS NOT LESS THAN WS-FROM-DATE
                       AND GIFT-RECEIVED-DATE IS NOT GREATER THAN
                       WS-TO-DATE THEN
                       MOVE GIFT-DONOR-ID TO WS-MATCH-ID
                       PERFORM FIND-DONOR-ENTRY
                       PERFORM TALLY-GIFT
                   END-IF
           END-READ.

       FIND-DONOR-ENTRY.
      *> anything that matches no donor on file lands on the last one
           MOVE WS-DONOR-COUNT TO WS-MATCH
           PERFORM MATCH-DONOR
               VARYING WS-D FROM 1 BY 1
               UNTIL WS-D IS NOT LESS THAN WS-DONOR-COUNT.

       MATCH-DONOR.
           IF WS-DE-ID(WS-D) IS EQUAL TO WS-MATCH-ID THEN
               MOVE WS-D TO WS-MATCH
           END-IF.

       TALLY-GIFT.
           ADD 1 TO WS-DE-GIFTS(WS-MATCH)
           ADD GIFT-ITEM-COUNT TO WS-DE-ITEMS(WS-MATCH)
           IF GIFT-STATUS IS EQUAL TO "T" THEN
               ADD GIFT-ADDED-COUNT TO WS-DE-ADDED(WS-MATCH)
               ADD GIFT-SALE-COUNT TO WS-DE-SALE(WS-MATCH)
               ADD GIFT-DISCARD-COUNT TO WS-DE-DISCARD(WS-MATCH)
           ELSE
               ADD 1 TO WS-UNSORTED-COUNT
           END-IF.

       TALLY-GIFT-COPIES.
      *> a copy counts for the year its gift box arrived, whatever
      *> year it was catalogued in
           MOVE "N" TO WS-EOF
           PERFORM TALLY-NEXT-COPY UNTIL EOF-REACHED.

       TALLY-NEXT-COPY.
           READ ITEM-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF ITEM-GIFT-ID IS GREATER THAN 0 THEN
                       PERFORM CHECK-COPY-GIFT
                   END-IF
           END-READ.

       CHECK-COPY-GIFT.
           MOVE ITEM-GIFT-ID TO GIFT-ID
           READ GIFT-DATABASE RECORD
               KEY IS GIFT-ID
               INVALID KEY
                   MOVE "N" TO WS-GIFT-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-GIFT-FOUND
           END-READ
           IF GIFT-WAS-FOUND
               AND GIFT-RECEIVED-DATE IS NOT LESS THAN WS-FROM-DATE
               AND GIFT-RECEIVED-DATE IS NOT GREATER THAN
               WS-TO-DATE THEN
               MOVE GIFT-DONOR-ID TO WS-MATCH-ID
               PERFORM FIND-DONOR-ENTRY
               ADD 1 TO WS-DE-LINKED(WS-MATCH)
               MOVE 0 TO WS-COPY-LOANS
               IF LOAN-FILE-PRESENT THEN
                   PERFORM COUNT-OPEN-LOANS
               END-IF
               IF HIST-FILE-PRESENT THEN
                   PERFORM COUNT-ARCHIVED-LOANS
               END-IF
               IF WS-COPY-LOANS IS GREATER THAN 0 THEN
                   ADD 1 TO WS-DE-CIRCULATED(WS-MATCH)
                   ADD WS-COPY-LOANS TO WS-DE-LOANS(WS-MATCH)
               END-IF
           END-IF.

       COUNT-OPEN-LOANS.
      *> a title's loans sit together on the ISBN index; the barcode
      *> picks out the ones of this copy
           MOVE ITEM-ISBN TO LOAN-ISBN
           START LOAN-DATABASE KEY IS NOT LESS THAN LOAN-ISBN
               INVALID KEY
                   MOVE "Y" TO WS-LOAN-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-LOAN-EOF
           END-START
           PERFORM COUNT-NEXT-OPEN-LOAN UNTIL LOAN-EOF-REACHED.

       COUNT-NEXT-OPEN-LOAN.
           READ LOAN-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOAN-EOF
               NOT AT END
                   IF LOAN-ISBN NOT EQUAL ITEM-ISBN THEN
                       MOVE "Y" TO WS-LOAN-EOF
                   ELSE
                       IF LOAN-BARCODE IS EQUAL TO ITEM-BARCODE THEN
                           ADD 1 TO WS-COPY-LOANS
                       END-IF
                   END-IF
           END-READ.

       COUNT-ARCHIVED-LOANS.
           MOVE ITEM-ISBN TO HIST-ISBN
           START HISTORY-DATABASE KEY IS NOT LESS THAN HIST-ISBN
               INVALID KEY
                   MOVE "Y" TO WS-LOAN-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-LOAN-EOF
           END-START
           PERFORM COUNT-NEXT-ARCHIVED-LOAN UNTIL LOAN-EOF-REACHED.

       COUNT-NEXT-ARCHIVED-LOAN.
           READ HISTORY-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOAN-EOF
               NOT AT END
                   IF HIST-ISBN NOT EQUAL ITEM-ISBN THEN
                       MOVE "Y" TO WS-LOAN-EOF
                   ELSE
                       IF HIST-BARCODE IS EQUAL TO ITEM-BARCODE THEN
                           ADD 1 TO WS-COPY-LOANS
                       END-IF
                   END-IF
           END-READ.

       PRINT-REPORT.
           DISPLAY "Donor report: gifts received in " WS-YEAR
               " (" WS-FROM-DATE " to " WS-TO-DATE ")"
           DISPLAY "DONOR   NAME                            GIFTS"
               "  ITEMS  ADDED   SALE  DISCARD"
           PERFORM PRINT-DONOR
               VARYING WS-D FROM 1 BY 1
               UNTIL WS-D IS GREATER THAN WS-DONOR-COUNT
           DISPLAY " "
           MOVE WS-TOTAL-GIFTS TO WS-COUNT-DISPLAY
           MOVE WS-TOTAL-ITEMS TO WS-COUNT-DISPLAY-2
           DISPLAY "Gifts received: " WS-COUNT-DISPLAY
               "   items received: " WS-COUNT-DISPLAY-2
           MOVE WS-TOTAL-ADDED TO WS-COUNT-DISPLAY
           MOVE WS-TOTAL-SALE TO WS-COUNT-DISPLAY-2
           MOVE WS-TOTAL-DISCARD TO WS-COUNT-DISPLAY-3
           DISPLAY "Added: " WS-COUNT-DISPLAY
               "   book sale: " WS-COUNT-DISPLAY-2
               "   discarded: " WS-COUNT-DISPLAY-3
           MOVE WS-TOTAL-LINKED TO WS-COUNT-DISPLAY
           MOVE WS-TOTAL-CIRCULATED TO WS-COUNT-DISPLAY-2
           MOVE WS-TOTAL-LOANS TO WS-LOANS-DISPLAY
           DISPLAY "Gift copies on the item file: " WS-COUNT-DISPLAY
               "   circulated: " WS-COUNT-DISPLAY-2
               "   loans: " WS-LOANS-DISPLAY
           DISPLAY "Donors who gave: " WS-DONORS-REPORTED
           IF WS-UNSORTED-COUNT IS GREATER THAN 0 THEN
               DISPLAY "note: " WS-UNSORTED-COUNT " gift(s) not sorted"
                   " yet -- counted as received only"
           END-IF.

       PRINT-DONOR.
      *> two lines per donor who gave anything in the year: what came
      *> in and where it went, then what the added copies have done
           IF WS-DE-GIFTS(WS-D) IS GREATER THAN 0 THEN
               IF WS-DE-ID(WS-D) NOT EQUAL SPACES THEN
                   ADD 1 TO WS-DONORS-REPORTED
               END-IF
               MOVE WS-DE-GIFTS(WS-D) TO WS-COUNT-DISPLAY
               MOVE WS-DE-ITEMS(WS-D) TO WS-COUNT-DISPLAY-2
               MOVE WS-DE-ADDED(WS-D) TO WS-COUNT-DISPLAY-3
               MOVE WS-DE-SALE(WS-D) TO WS-COUNT-DISPLAY-4
               MOVE WS-DE-DISCARD(WS-D) TO WS-COUNT-DISPLAY-5
               DISPLAY WS-DE-ID(WS-D) "  " WS-DE-NAME(WS-D)
                   "  " WS-COUNT-DISPLAY "  " WS-COUNT-DISPLAY-2
                   "  " WS-COUNT-DISPLAY-3 "  " WS-COUNT-DISPLAY-4
                   "    " WS-COUNT-DISPLAY-5
               MOVE WS-DE-LINKED(WS-D) TO WS-COUNT-DISPLAY
               MOVE WS-DE-CIRCULATED(WS-D) TO WS-COUNT-DISPLAY-2
               MOVE WS-DE-LOANS(WS-D) TO WS-LOANS-DISPLAY
               DISPLAY "        gift copies on file " WS-COUNT-DISPLAY
                   "   circulated " WS-COUNT-DISPLAY-2
                   "   loans " WS-LOANS-DISPLAY
               ADD WS-DE-GIFTS(WS-D) TO WS-TOTAL-GIFTS
               ADD WS-DE-ITEMS(WS-D) TO WS-TOTAL-ITEMS
               ADD WS-DE-ADDED(WS-D) TO WS-TOTAL-ADDED
               ADD WS-DE-SALE(WS-D) TO WS-TOTAL-SALE
               ADD WS-DE-DISCARD(WS-D) TO WS-TOTAL-DISCARD
               ADD WS-DE-LINKED(WS-D) TO WS-TOTAL-LINKED
               ADD WS-DE-CIRCULATED(WS-D) TO WS-TOTAL-CIRCULATED
               ADD WS-DE-LOANS(WS-D) TO WS-TOTAL-LOANS
           END-IF.
