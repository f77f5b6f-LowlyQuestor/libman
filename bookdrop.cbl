      *> day the building was open per closedcal.dat -- so nobody is
      *> fined for the night (or the weekend) the book sat in the
      *> drop. Fines and hold trapping run exactly as they do at the
      *> desk, just against the effective date. A copy that was closed
      *> out as lost goes back into stock with its replacement charge
      *> reversed, and is listed so the desk knows of any refund due.
      *> Scans with no matching open loan go to an exception list
      *> instead of vanishing. With an item file the operator says
      *> which branch's drop this is: copies belonging elsewhere, or
      *> filling holds picked up elsewhere, go into transit with a
      *> slip, and a copy in transit to this branch is received
      AUTHOR. Aidan Simon.


           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NQS.

           SELECT TRANSIT-SLIP-FILE *> Print file, one slip per copy sent on
           ASSIGN TO "./transit_slips.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TSS.

           SELECT TRANSACTION-LOG *> Audit trail of catalog changes
           ASSIGN TO "./transaction.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TLS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIBRARY-DATABASE

           COPY "notifyrec.cpy".

       FD  TRANSIT-SLIP-FILE
           DATA RECORD IS TRANSIT-SLIP-LINE.
       01  TRANSIT-SLIP-LINE        PIC X(80).

       FD  TRANSACTION-LOG
           DATA RECORD IS AUDIT-RECORD.

           COPY "auditrec.cpy".

       WORKING-STORAGE SECTION.
       01 DBS                   PIC X(2).
          88 DBS-OK                   VALUE "00".
          88 EXS-OK                   VALUE "00".
       01 NQS                   PIC X(2).
          88 NQS-OK                   VALUE "00".
       01 TLS                   PIC X(2).
          88 TLS-OK                   VALUE "00".
       01 WS-POLICY-FILE        PIC X(2) VALUE "N".
          88 POLICY-FILE-PRESENT      VALUE "Y".
       01 RSS                   PIC X(2).
       01 WS-RETURNED-COUNT     PIC 9(5) COMP VALUE 0.
       01 WS-EXCEPTION-COUNT    PIC 9(5) COMP VALUE 0.
       01 WS-DAYS-OVERDUE       PIC S9(5).
       01 WS-FINE-THROUGH       PIC 9(8).
       01 WS-FINE-RATE-DAILY    PIC 9(3)V99 VALUE 0.25.
       01 WS-FINE-DISPLAY       PIC ZZ,ZZ9.99.
       01 WS-ISBN-WORK          PIC 9(13).
       01 WS-ISBN10-PREFIX      PIC 9(9).
       01 WS-ISBN13-CHECK       PIC 9(1).
       01 WS-I                  PIC 9(2) COMP.
       01 WS-LOST-FOUND         PIC X(2) VALUE "N".
          88 LOST-LOAN-WAS-FOUND      VALUE "Y".
       01 WS-FOUND-COUNT        PIC 9(5) COMP VALUE 0.
       01 WS-FINE-EOF           PIC X(2) VALUE "N".
          88 FINE-EOF-REACHED         VALUE "Y".
       01 WS-CHARGE-FOUND       PIC X(2) VALUE "N".
          88 CHARGE-WAS-FOUND         VALUE "Y".
       01 WS-CHARGE-AMOUNT      PIC S9(5)V99.
       01 WS-BALANCE            PIC S9(7)V99.
       01 WS-BALANCE-DISPLAY    PIC -ZZ,ZZ9.99.
       01 WS-COPIES-BEFORE      PIC 9(3).
       01 TSS                   PIC X(2).
          88 TSS-OK                   VALUE "00".
       01 WS-SLIP-FILE          PIC X(2) VALUE "N".
          88 SLIP-FILE-PRESENT        VALUE "Y".
       01 WS-DROP-BRANCH        PIC X(4) VALUE SPACES.
       01 WS-ROUTE-TO           PIC X(4) VALUE SPACES.
       01 WS-BRANCH-WORK        PIC X(4).
       01 WS-BRANCH-NAME        PIC X(20).
       01 WS-BRANCH-VALID       PIC X(2) VALUE "N".
          88 BRANCH-IS-VALID          VALUE "Y".
       01 WS-B                  PIC 9(1).
       01 WS-SLIP-BORROWER      PIC X(10) VALUE SPACES.
       01 WS-SLIP-TITLE         PIC X(25).
       01 WS-SLIP-DATE          PIC 9(8).
       01 WS-SLIP-LINE          PIC X(80).
       01 WS-TRANSIT-SENT       PIC 9(5) COMP VALUE 0.
       01 WS-TRANSIT-RECEIVED   PIC 9(5) COMP VALUE 0.

           COPY "branch.cpy".
           COPY "signon.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO SIGNON-REQUEST
           MOVE "W" TO SIGNON-NEED-ROLE
           CALL "STAFF-SIGNON" USING SIGNON-AREA
           IF NOT SIGNON-GRANTED THEN
               STOP RUN
           END-IF
           PERFORM OPEN-DATABASES
           PERFORM LOAD-CLOSURE-CALENDAR
           PERFORM ASK-EFFECTIVE-DATE
           IF ITEM-FILE-PRESENT THEN
               PERFORM ASK-DROP-BRANCH UNTIL BRANCH-IS-VALID
           END-IF
           PERFORM PROCESS-NEXT-SCAN UNTIL DROP-EOF-REACHED
           DISPLAY "Bookdrop run complete: " WS-RETURNED-COUNT
               " return(s) recorded, " WS-FOUND-COUNT
               " lost item(s) found, " WS-EXCEPTION-COUNT
               " exception(s) listed in bookdrop_except.txt"
           IF ITEM-FILE-PRESENT THEN
               DISPLAY "Transit: " WS-TRANSIT-SENT
                   " copy(ies) sent on with slips, "
                   WS-TRANSIT-RECEIVED " received at this branch"
           END-IF
           CLOSE LIBRARY-DATABASE
           CLOSE LOAN-DATABASE
           CLOSE HOLD-DATABASE
           CLOSE BOOKDROP-FILE
           CLOSE EXCEPTION-FILE
           CLOSE NOTIFY-QUEUE
           CLOSE TRANSACTION-LOG
           IF POLICY-FILE-PRESENT THEN
               CLOSE POLICY-DATABASE
           END-IF
           IF ITEM-FILE-PRESENT THEN
               CLOSE ITEM-DATABASE
           END-IF
           IF SLIP-FILE-PRESENT THEN
               CLOSE TRANSIT-SLIP-FILE
           END-IF
           STOP RUN.

       OPEN-DATABASES.
           ELSE
               MOVE "N" TO WS-ITEM-FILE
           END-IF.
      *> transit slips are queued for printing with the desk's --
      *> append-only, and shown on screen too if the file won't open
           OPEN EXTEND TRANSIT-SLIP-FILE.
           IF TSS-OK THEN
               MOVE "Y" TO WS-SLIP-FILE
           ELSE
               MOVE "N" TO WS-SLIP-FILE
               DISPLAY "warning: unable to open transit_slips.txt --"
                   " slips will only be shown on screen"
           END-IF.
           OPEN INPUT BOOKDROP-FILE.
           IF NOT BDS-OK THEN
               DISPLAY "Error opening bookdrop.dat"
               DISPLAY "Error opening notification queue"
               STOP RUN
           END-IF.
      *> the log is append-only, so EXTEND both creates it the first
      *> time and picks up where the last run left off after that
           OPEN EXTEND TRANSACTION-LOG.
           IF NOT TLS-OK THEN
               DISPLAY "Error opening transaction log"
               STOP RUN
           END-IF.

       LOAD-CLOSURE-CALENDAR.
      *> the calendar file is optional -- with no file the library is
           END-IF
           DISPLAY "Returns will be recorded as of " WS-EFFECTIVE-DATE.

       ASK-DROP-BRANCH.
           DISPLAY "Please enter the branch this drop belongs to (blank"
               " for " FUNCTION TRIM(BRANCH-MAIN-CODE) "): "
           MOVE SPACES TO WS-BRANCH-WORK
           ACCEPT WS-BRANCH-WORK
           PERFORM DEFAULT-TO-MAIN-BRANCH
           PERFORM LOOK-UP-BRANCH-NAME
           IF BRANCH-IS-VALID THEN
               MOVE WS-BRANCH-WORK TO WS-DROP-BRANCH
           ELSE
               DISPLAY "error: not a branch code"
           END-IF.

       DEFAULT-TO-MAIN-BRANCH.
      *> a branch code of spaces was written before branches existed,
      *> when everything lived at the main library
           IF WS-BRANCH-WORK IS EQUAL TO SPACES THEN
               MOVE BRANCH-MAIN-CODE TO WS-BRANCH-WORK
           END-IF.

       LOOK-UP-BRANCH-NAME.
           MOVE "N" TO WS-BRANCH-VALID
           MOVE WS-BRANCH-WORK TO WS-BRANCH-NAME
           PERFORM MATCH-BRANCH-ENTRY
               VARYING WS-B FROM 1 BY 1
               UNTIL WS-B IS GREATER THAN BRANCH-COUNT.

       MATCH-BRANCH-ENTRY.
           IF BR-CODE(WS-B) IS EQUAL TO WS-BRANCH-WORK THEN
               MOVE "Y" TO WS-BRANCH-VALID
               MOVE BR-NAME(WS-B) TO WS-BRANCH-NAME
           END-IF.

       ROLL-BACK-ONE-DAY.
           COMPUTE WS-CHECK-DATE =
               FUNCTION DATE-OF-INTEGER
           IF ITEM-FILE-PRESENT THEN
               PERFORM MATCH-SCAN-TO-ITEM
           END-IF
      *> a copy in transit that ends up in a drop has no loan to close
           IF ITEM-WAS-MATCHED
               AND ITEM-STATUS IS EQUAL TO "T" THEN
               PERFORM RECEIVE-TRANSIT-ITEM
           ELSE
               PERFORM RETURN-LOANED-SCAN
           END-IF.

       RETURN-LOANED-SCAN.
           IF ITEM-WAS-MATCHED THEN
               PERFORM FIND-OPEN-LOAN-FOR-BARCODE
           ELSE
           IF LOAN-WAS-FOUND THEN
               PERFORM CLOSE-OUT-LOAN
           ELSE
               PERFORM FIND-LOST-LOAN-FOR-SCAN
               IF LOST-LOAN-WAS-FOUND THEN
                   PERFORM RECORD-LOST-ITEM-FOUND
               ELSE
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF.

       MATCH-SCAN-TO-ITEM.
      *> the trailing spaces; anything else lands on the exception
      *> list through the failed loan search
           MOVE "N" TO WS-LOAN-FOUND
           MOVE 0 TO WS-SEARCH-ISBN
           EVALUATE TRUE
               WHEN DROP-SCAN(1:13) IS NUMERIC
                   AND DROP-SCAN(14:) IS EQUAL TO SPACES
                   END-IF
           END-READ.

       FIND-LOST-LOAN-FOR-SCAN.
      *> no open loan, but the copy may be one that was closed out as
      *> lost. A barcoded copy only matches a lost loan for that very
      *> copy; an ISBN scan takes the oldest lost loan for the title
           MOVE "N" TO WS-LOST-FOUND
           IF ITEM-WAS-MATCHED THEN
               MOVE "Y" TO WS-BARCODE-MATCH
               MOVE DROP-SCAN TO WS-WANT-BARCODE
               PERFORM FIND-LOST-LOAN
           ELSE
               IF WS-SEARCH-ISBN IS GREATER THAN 0 THEN
                   MOVE "N" TO WS-BARCODE-MATCH
                   PERFORM FIND-LOST-LOAN
               END-IF
           END-IF.

       FIND-LOST-LOAN.
           MOVE WS-SEARCH-ISBN TO LOAN-ISBN
           START LOAN-DATABASE KEY IS NOT LESS THAN LOAN-ISBN
               INVALID KEY
                   MOVE "Y" TO WS-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF
           END-START
           PERFORM FIND-NEXT-LOST-LOAN
               UNTIL EOF-REACHED OR LOST-LOAN-WAS-FOUND.

       FIND-NEXT-LOST-LOAN.
           READ LOAN-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF LOAN-ISBN NOT EQUAL WS-SEARCH-ISBN THEN
                       MOVE "Y" TO WS-EOF
                   ELSE
                       IF LOAN-CLOSE-REASON IS EQUAL TO "L" THEN
                           IF NOT BARCODE-MATCHING
                               OR LOAN-BARCODE IS EQUAL TO
                                   WS-WANT-BARCODE THEN
                               MOVE "Y" TO WS-LOST-FOUND
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       RECORD-LOST-ITEM-FOUND.
      *> the loan stays closed as of the day it was written off, but
      *> its reason becomes F so the copy can't be found twice; the
      *> copy comes back onto the title's books and then goes where
      *> any returned copy goes
           MOVE "F" TO LOAN-CLOSE-REASON
           REWRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "error: unable to record found item for ISBN "
                       WS-SEARCH-ISBN
               NOT INVALID KEY
                   PERFORM RESTORE-COPY-TO-CATALOG
                   PERFORM INCREMENT-BOOK-COPIES
                   PERFORM REVERSE-REPLACEMENT-CHARGE
                   PERFORM LOG-LOST-ITEM-FOUND
                   IF ITEM-WAS-MATCHED THEN
                       PERFORM SHELVE-OR-ROUTE-ITEM
                   END-IF
                   PERFORM WRITE-FOUND-LINE
                   ADD 1 TO WS-FOUND-COUNT
           END-REWRITE.

       RESTORE-COPY-TO-CATALOG.
      *> the title owns the copy again; AVAILABLE-COPIES is left to
      *> INCREMENT-BOOK-COPIES, which knows whether a hold wants it
           MOVE WS-SEARCH-ISBN TO BOOK-ISBN
           READ LIBRARY-DATABASE RECORD
               KEY IS BOOK-ISBN
               INVALID KEY
                   DISPLAY "warning: ISBN " FUNCTION TRIM(WS-SEARCH-ISBN)
                       " is no longer in the catalog"
                   MOVE 0 TO WS-COPIES-BEFORE
                   MOVE 0 TO TOTAL-COPIES
               NOT INVALID KEY
                   MOVE TOTAL-COPIES TO WS-COPIES-BEFORE
                   ADD 1 TO TOTAL-COPIES
                   REWRITE LIBRARY-RECORD
                       INVALID KEY
                           DISPLAY "error: unable to update copy count"
                   END-REWRITE
           END-READ.

       REVERSE-REPLACEMENT-CHARGE.
      *> the charge is the R entry for this ISBN written on or after
      *> the day the loan was closed as lost; a C entry reverses it in
      *> full. Anything already paid towards it leaves a credit
      *> balance that FINE-DESK pays out as a refund
           MOVE "N" TO WS-CHARGE-FOUND
           MOVE 0 TO WS-CHARGE-AMOUNT
           MOVE 0 TO WS-BALANCE
           MOVE LOAN-BORROWER-ID TO FINE-BORROWER-ID
           MOVE 0 TO FINE-DATE
           MOVE 0 TO FINE-TIME
           START FINE-DATABASE KEY IS NOT LESS THAN FINE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FINE-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-FINE-EOF
           END-START
           PERFORM CHECK-NEXT-LEDGER-ENTRY UNTIL FINE-EOF-REACHED
           IF CHARGE-WAS-FOUND THEN
               MOVE LOAN-BORROWER-ID TO FINE-BORROWER-ID
               ACCEPT FINE-DATE FROM DATE YYYYMMDD
               ACCEPT FINE-TIME FROM TIME
               MOVE LOAN-ISBN TO FINE-ISBN
               MOVE "C" TO FINE-TYPE
               COMPUTE FINE-AMOUNT = 0 - WS-CHARGE-AMOUNT
               MOVE 0 TO FINE-RECEIPT-NO
               MOVE 0 TO FINE-SESSION-NO
               MOVE SPACE TO FINE-TENDER
               MOVE SIGNON-OPERATOR TO FINE-OPERATOR
               MOVE SPACES TO FINE-CAMPAIGN
               WRITE FINE-RECORD
                   INVALID KEY
                       DISPLAY "error: unable to reverse the"
                           " replacement charge for "
                           FUNCTION TRIM(LOAN-BORROWER-ID)
                       MOVE "N" TO WS-CHARGE-FOUND
                   NOT INVALID KEY
                       SUBTRACT WS-CHARGE-AMOUNT FROM WS-BALANCE
               END-WRITE
           END-IF.

       CHECK-NEXT-LEDGER-ENTRY.
           READ FINE-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FINE-EOF
               NOT AT END
                   IF FINE-BORROWER-ID NOT EQUAL LOAN-BORROWER-ID THEN
                       MOVE "Y" TO WS-FINE-EOF
                   ELSE
                       ADD FINE-AMOUNT TO WS-BALANCE
                       IF NOT CHARGE-WAS-FOUND
                           AND FINE-TYPE IS EQUAL TO "R"
                           AND FINE-ISBN IS EQUAL TO LOAN-ISBN
                           AND FINE-DATE IS NOT LESS THAN
                               LOAN-RETURN-DATE THEN
                           MOVE "Y" TO WS-CHARGE-FOUND
                           MOVE FINE-AMOUNT TO WS-CHARGE-AMOUNT
                       END-IF
                   END-IF
           END-READ.

       LOG-LOST-ITEM-FOUND.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE "BOOKDROP" TO AUDIT-PROGRAM
           MOVE "FOUND" TO AUDIT-ACTION
           MOVE WS-SEARCH-ISBN TO AUDIT-ISBN
           MOVE SPACES TO AUDIT-BEFORE
           STRING "copies=" WS-COPIES-BEFORE
               DELIMITED BY SIZE INTO AUDIT-BEFORE
           MOVE SPACES TO AUDIT-AFTER
           STRING "copies=" TOTAL-COPIES
               " borrower=" FUNCTION TRIM(LOAN-BORROWER-ID)
               DELIMITED BY SIZE INTO AUDIT-AFTER
           MOVE SIGNON-OPERATOR TO AUDIT-OPERATOR
           WRITE AUDIT-RECORD.

       WRITE-FOUND-LINE.
      *> not an error, but the desk has to know -- a borrower owed a
      *> refund is paid out at FINE-DESK when they next come in
           MOVE SPACES TO EXCEPTION-LINE
           IF NOT CHARGE-WAS-FOUND THEN
               STRING "lost item found: scan " FUNCTION TRIM(DROP-SCAN)
                   " borrower " FUNCTION TRIM(LOAN-BORROWER-ID)
                   " -- no replacement charge to reverse"
                   DELIMITED BY SIZE INTO EXCEPTION-LINE
           ELSE
               IF WS-BALANCE IS LESS THAN 0 THEN
                   COMPUTE WS-BALANCE-DISPLAY = 0 - WS-BALANCE
                   STRING "lost item found: scan "
                       FUNCTION TRIM(DROP-SCAN)
                       " borrower " FUNCTION TRIM(LOAN-BORROWER-ID)
                       " refund due " WS-BALANCE-DISPLAY
                       DELIMITED BY SIZE INTO EXCEPTION-LINE
               ELSE
                   STRING "lost item found: scan "
                       FUNCTION TRIM(DROP-SCAN)
                       " borrower " FUNCTION TRIM(LOAN-BORROWER-ID)
                       " -- replacement charge reversed"
                       DELIMITED BY SIZE INTO EXCEPTION-LINE
               END-IF
           END-IF
           WRITE EXCEPTION-LINE.

       CLOSE-OUT-LOAN.
           MOVE WS-EFFECTIVE-DATE TO LOAN-RETURN-DATE
           MOVE "R" TO LOAN-CLOSE-REASON
                   PERFORM INCREMENT-BOOK-COPIES
                   PERFORM ASSESS-OVERDUE-FINE
                   IF ITEM-WAS-MATCHED THEN
                       PERFORM SHELVE-OR-ROUTE-ITEM
                   END-IF
                   ADD 1 TO WS-RETURNED-COUNT
           END-REWRITE.

       SHELVE-OR-ROUTE-ITEM.
      *> the copy either stays at this branch -- on the shelf or the
      *> hold shelf -- or travels to the branch INCREMENT-BOOK-COPIES
      *> routed it to, with a slip to go inside the cover
           IF WS-ROUTE-TO IS EQUAL TO SPACES THEN
               MOVE "A" TO ITEM-STATUS
               MOVE SPACES TO ITEM-TRANSIT-TO
               MOVE 0 TO ITEM-AWAY-DATE
           ELSE
               MOVE "T" TO ITEM-STATUS
               MOVE WS-ROUTE-TO TO ITEM-TRANSIT-TO
               MOVE WS-TODAY TO ITEM-AWAY-DATE
               PERFORM PRINT-TRANSIT-SLIP
               ADD 1 TO WS-TRANSIT-SENT
           END-IF
           PERFORM REWRITE-ITEM-STATUS.

       RECEIVE-TRANSIT-ITEM.
      *> at the wrong branch the copy just gets a fresh slip and goes
      *> on its way; at its destination it fills the hold it was
      *> trapped for, or is treated like any other copy coming in
           MOVE SPACES TO WS-SLIP-BORROWER
           MOVE ITEM-TRANSIT-TO TO WS-BRANCH-WORK
           PERFORM DEFAULT-TO-MAIN-BRANCH
           MOVE WS-BRANCH-WORK TO WS-ROUTE-TO
           PERFORM FIND-TRANSIT-HOLD
           IF WS-ROUTE-TO NOT EQUAL WS-DROP-BRANCH THEN
               PERFORM PRINT-TRANSIT-SLIP
               ADD 1 TO WS-TRANSIT-SENT
           ELSE
               MOVE SPACES TO WS-ROUTE-TO
               IF HOLD-WAS-FOUND THEN
                   PERFORM SET-COPY-ASIDE-FOR-HOLD
               ELSE
                   PERFORM INCREMENT-BOOK-COPIES
               END-IF
               PERFORM SHELVE-OR-ROUTE-ITEM
               ADD 1 TO WS-TRANSIT-RECEIVED
           END-IF.

       FIND-TRANSIT-HOLD.
      *> the hold a copy in transit was trapped for is the oldest T
      *> hold on the title waiting at the branch it is travelling to
           MOVE WS-SEARCH-ISBN TO HOLD-ISBN
           MOVE 0 TO HOLD-PLACED-DATE
           MOVE 0 TO HOLD-PLACED-TIME
           MOVE "N" TO WS-HOLD-FOUND
           START HOLD-DATABASE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HOLD-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-HOLD-EOF
           END-START
           PERFORM FIND-NEXT-TRANSIT-HOLD
               UNTIL HOLD-EOF-REACHED OR HOLD-WAS-FOUND.

       FIND-NEXT-TRANSIT-HOLD.
           READ HOLD-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HOLD-EOF
               NOT AT END
                   IF HOLD-ISBN NOT EQUAL WS-SEARCH-ISBN THEN
                       MOVE "Y" TO WS-HOLD-EOF
                   ELSE
                       MOVE HOLD-PICKUP-BRANCH TO WS-BRANCH-WORK
                       PERFORM DEFAULT-TO-MAIN-BRANCH
                       IF HOLD-STATUS IS EQUAL TO "T"
                           AND WS-BRANCH-WORK IS EQUAL TO
                               WS-ROUTE-TO THEN
                           MOVE "Y" TO WS-HOLD-FOUND
                           MOVE HOLD-BORROWER-ID TO WS-SLIP-BORROWER
                       END-IF
                   END-IF
           END-READ.

       PRINT-TRANSIT-SLIP.
      *> one slip per copy sent on: where it is going, which copy it
      *> is, and whether a borrower is waiting for it at the other end
           ACCEPT WS-SLIP-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-SLIP-TITLE
           MOVE ITEM-ISBN TO BOOK-ISBN
           READ LIBRARY-DATABASE RECORD
               KEY IS BOOK-ISBN
               INVALID KEY
                   MOVE "(not in the catalog)" TO WS-SLIP-TITLE
               NOT INVALID KEY
                   MOVE BOOK-TITLE TO WS-SLIP-TITLE
           END-READ
           MOVE WS-ROUTE-TO TO WS-BRANCH-WORK
           PERFORM LOOK-UP-BRANCH-NAME
           MOVE SPACES TO WS-SLIP-LINE
           STRING "TRANSIT " WS-SLIP-DATE
               "  from " FUNCTION TRIM(WS-DROP-BRANCH)
               "  to " FUNCTION TRIM(WS-ROUTE-TO)
               " " FUNCTION TRIM(WS-BRANCH-NAME)
               DELIMITED BY SIZE INTO WS-SLIP-LINE
           PERFORM EMIT-SLIP-LINE
           MOVE SPACES TO WS-SLIP-LINE
           STRING "  item " FUNCTION TRIM(ITEM-BARCODE)
               "  " FUNCTION TRIM(WS-SLIP-TITLE)
               DELIMITED BY SIZE INTO WS-SLIP-LINE
           PERFORM EMIT-SLIP-LINE
           MOVE SPACES TO WS-SLIP-LINE
           IF WS-SLIP-BORROWER NOT EQUAL SPACES THEN
               STRING "  hold for borrower "
                   FUNCTION TRIM(WS-SLIP-BORROWER)
                   " -- put on the hold shelf on arrival"
                   DELIMITED BY SIZE INTO WS-SLIP-LINE
           ELSE
               MOVE "  return to its home branch shelves"
                   TO WS-SLIP-LINE
           END-IF
           PERFORM EMIT-SLIP-LINE
           MOVE SPACES TO WS-SLIP-LINE
           PERFORM EMIT-SLIP-LINE.

       EMIT-SLIP-LINE.
           IF SLIP-FILE-PRESENT THEN
               WRITE TRANSIT-SLIP-LINE FROM WS-SLIP-LINE
           ELSE
               DISPLAY WS-SLIP-LINE
           END-IF.

       REWRITE-ITEM-STATUS.
      *> the scanned item record is still current from the barcode
      *> lookup -- stamp where the physical copy ended up
           REWRITE ITEM-RECORD
               INVALID KEY
                   DISPLAY "error: unable to update item status"
      *> a return that closes late writes the fine to the ledger on
      *> the spot -- against the effective date, so the closed days
      *> the book sat in the drop cost the borrower nothing
      *> a loan the borrower claimed to have returned stopped
      *> running up a fine on the day of the claim
           MOVE LOAN-RETURN-DATE TO WS-FINE-THROUGH
           IF LOAN-CLAIM-DATE IS GREATER THAN 0
               AND LOAN-CLAIM-DATE IS LESS THAN WS-FINE-THROUGH THEN
               MOVE LOAN-CLAIM-DATE TO WS-FINE-THROUGH
           END-IF
           IF WS-FINE-THROUGH IS GREATER THAN LOAN-DUE-DATE THEN
               PERFORM LOOK-UP-FINE-RATE
               COMPUTE WS-DAYS-OVERDUE =
                   FUNCTION INTEGER-OF-DATE(WS-FINE-THROUGH)
                       - FUNCTION INTEGER-OF-DATE(LOAN-DUE-DATE)
               MOVE LOAN-BORROWER-ID TO FINE-BORROWER-ID
               ACCEPT FINE-DATE FROM DATE YYYYMMDD
               MOVE 0 TO FINE-RECEIPT-NO
               MOVE 0 TO FINE-SESSION-NO
               MOVE SPACE TO FINE-TENDER
               MOVE SIGNON-OPERATOR TO FINE-OPERATOR
               MOVE SPACES TO FINE-CAMPAIGN
               WRITE FINE-RECORD
                   INVALID KEY
                       DISPLAY "error: unable to record fine"
      *> a returned book goes to the first borrower waiting on a hold
      *> if there is one -- the copy is set aside rather than released
      *> to the open pool -- and otherwise back into the available
      *> pool for this title, if the title is still in the catalog.
      *> A matched copy whose hold is picked up at another branch, or
      *> that belongs to another branch, is routed there instead; a
      *> copy going home only rejoins the pool when it arrives
           MOVE SPACES TO WS-ROUTE-TO
           MOVE SPACES TO WS-SLIP-BORROWER
           PERFORM FIND-WAITING-HOLD
           IF HOLD-WAS-FOUND THEN
               IF ITEM-WAS-MATCHED THEN
                   MOVE HOLD-PICKUP-BRANCH TO WS-BRANCH-WORK
                   PERFORM DEFAULT-TO-MAIN-BRANCH
                   IF WS-BRANCH-WORK NOT EQUAL WS-DROP-BRANCH THEN
                       MOVE WS-BRANCH-WORK TO WS-ROUTE-TO
                   END-IF
               END-IF
               IF WS-ROUTE-TO IS EQUAL TO SPACES THEN
                   PERFORM SET-COPY-ASIDE-FOR-HOLD
               ELSE
                   PERFORM SEND-COPY-TO-HOLD-BRANCH
               END-IF
           ELSE
               IF ITEM-WAS-MATCHED THEN
                   MOVE ITEM-BRANCH TO WS-BRANCH-WORK
                   PERFORM DEFAULT-TO-MAIN-BRANCH
                   IF WS-BRANCH-WORK NOT EQUAL WS-DROP-BRANCH THEN
                       MOVE WS-BRANCH-WORK TO WS-ROUTE-TO
                   END-IF
               END-IF
               IF WS-ROUTE-TO IS EQUAL TO SPACES THEN
                   PERFORM RELEASE-COPY-TO-POOL
               END-IF
           END-IF.

       SEND-COPY-TO-HOLD-BRANCH.
      *> the hold is marked T so the next copy back doesn't fill it
      *> a second time; the ready notice waits until the copy is
      *> received at the pickup branch
           MOVE "T" TO HOLD-STATUS
           MOVE HOLD-BORROWER-ID TO WS-SLIP-BORROWER
           REWRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY "error: unable to update hold record"
           END-REWRITE.

       FIND-WAITING-HOLD.
      *> holds for an ISBN sort oldest-first within the key, so the
      *> first record with status W is the head of the queue
           MOVE HOLD-ISBN TO NOTIFY-ISBN
           MOVE HOLD-READY-DATE TO NOTIFY-EVENT-DATE
           ACCEPT NOTIFY-QUEUED-DATE FROM DATE YYYYMMDD
           MOVE SPACE TO NOTIFY-CHANNEL
           WRITE NOTIFY-RECORD.

       RELEASE-COPY-TO-POOL.
