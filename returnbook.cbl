      IDENTIFICATION DIVISION.
      PROGRAM-ID. RETURN-BOOK.
      *> Records a borrower returning a book to the library. A copy
      *> that was closed out as lost and turns up after all goes back
      *> into stock, and its replacement charge comes off the ledger.
      *> A lost or damaged copy is billed at its purchase price plus
      *> the category's processing fee, unless the clerk keys another.
      *> With an item file the desk says which branch it is at: a copy
      *> that belongs elsewhere, or that fills a hold to be picked up
      *> elsewhere, goes into transit with a slip, and scanning a copy
      *> in transit at its destination receives it
      AUTHOR. Aidan Simon.


           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NQS.

           SELECT TRANSIT-SLIP-FILE *> Print file, one slip per copy sent on
           ASSIGN TO "./transit_slips.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TSS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIBRARY-DATABASE

           COPY "notifyrec.cpy".

       FD  TRANSIT-SLIP-FILE
           DATA RECORD IS TRANSIT-SLIP-LINE.
       01  TRANSIT-SLIP-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
      01 DBS                       PIC X(2).
         88 DBS-OK                       VALUE "00".
      01 WS-BARCODE-MATCH          PIC X(2) VALUE "N".
         88 BARCODE-MATCHING             VALUE "Y".
      01 WS-DAYS-OVERDUE           PIC S9(5).
      01 WS-FINE-THROUGH           PIC 9(8).
      01 WS-FINE-RATE-DAILY        PIC 9(3)V99 VALUE 0.25.
      01 WS-FINE-DISPLAY           PIC ZZ,ZZ9.99.
      01 WS-DISPOSITION            PIC 9.
      01 WS-CLOSE-REASON           PIC X(1).
      01 WS-REPLACEMENT-COST       PIC 9(5)V99.
      01 WS-PROCESSING-FEE         PIC 9(3)V99.
      01 WS-DEFAULT-CHARGE         PIC 9(5)V99.
      01 WS-PRICE-DISPLAY          PIC ZZ,ZZ9.99.
      01 WS-FEE-DISPLAY            PIC ZZ9.99.
      01 WS-COPIES-BEFORE          PIC 9(3).
      01 WS-ISBN-WORK              PIC 9(13).
      01 WS-ISBN-DIGITS REDEFINES WS-ISBN-WORK.
      01 WS-ISBN10-PREFIX          PIC 9(9).
      01 WS-ISBN13-CHECK           PIC 9(1).
      01 WS-I                      PIC 9(2) COMP.
      01 WS-LOST-FOUND             PIC X(2) VALUE "N".
         88 LOST-LOAN-WAS-FOUND          VALUE "Y".
      01 WS-CONFIRM                PIC X(1).
      01 WS-FINE-EOF               PIC X(2) VALUE "N".
         88 FINE-EOF-REACHED             VALUE "Y".
      01 WS-CHARGE-FOUND           PIC X(2) VALUE "N".
         88 CHARGE-WAS-FOUND             VALUE "Y".
      01 WS-CHARGE-AMOUNT          PIC S9(5)V99.
      01 WS-BALANCE                PIC S9(7)V99.
      01 WS-BALANCE-DISPLAY        PIC -ZZ,ZZ9.99.
      01 TSS                       PIC X(2).
         88 TSS-OK                       VALUE "00".
      01 WS-SLIP-FILE              PIC X(2) VALUE "N".
         88 SLIP-FILE-PRESENT            VALUE "Y".
      01 WS-DESK-BRANCH            PIC X(4) VALUE SPACES.
      01 WS-ROUTE-TO               PIC X(4) VALUE SPACES.
      01 WS-BRANCH-WORK            PIC X(4).
      01 WS-BRANCH-NAME            PIC X(20).
      01 WS-BRANCH-VALID           PIC X(2) VALUE "N".
         88 BRANCH-IS-VALID              VALUE "Y".
      01 WS-B                      PIC 9(1).
      01 WS-TRANSIT-RECEIVED       PIC X(2) VALUE "N".
         88 TRANSIT-WAS-RECEIVED         VALUE "Y".
      01 WS-SLIP-BORROWER          PIC X(10) VALUE SPACES.
      01 WS-SLIP-TITLE             PIC X(25).
      01 WS-SLIP-DATE              PIC 9(8).
      01 WS-SLIP-LINE              PIC X(80).

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
           PERFORM OPEN-DATABASE
           IF ITEM-FILE-PRESENT THEN
               PERFORM ASK-DESK-BRANCH UNTIL BRANCH-IS-VALID
           END-IF
      *> a site with an item file scans the returning copy's barcode,
      *> so the right physical item is matched to its loan; a site
      *> that hasn't barcoded its stock keys the ISBN as always
               PERFORM IDENTIFY-RETURN-BY-ISBN
           END-IF
           IF NOT LOAN-WAS-FOUND THEN
               IF LOST-LOAN-WAS-FOUND THEN
                   PERFORM CONFIRM-LOST-ITEM-FOUND
               ELSE
                   IF NOT TRANSIT-WAS-RECEIVED THEN
                       DISPLAY "error: no open loan found for that item"
                   END-IF
               END-IF
           ELSE
               PERFORM ASK-DISPOSITION
               EVALUATE WS-DISPOSITION
           IF ITEM-FILE-PRESENT THEN
               CLOSE ITEM-DATABASE
           END-IF.
           IF SLIP-FILE-PRESENT THEN
               CLOSE TRANSIT-SLIP-FILE
           END-IF.
           STOP RUN.

       IDENTIFY-RETURN-BY-ISBN.
               AND WS-SEARCH-ISBN IS LESS THAN 10000000000 THEN
               PERFORM CONVERT-ENTERED-ISBN
               PERFORM FIND-OPEN-LOAN
           END-IF
           IF NOT LOAN-WAS-FOUND THEN
               PERFORM FIND-LOST-LOAN
           END-IF.

       IDENTIFY-RETURN-BY-BARCODE.
           DISPLAY "Please scan the barcode of the returning item: "
           ACCEPT WS-SCAN-BARCODE
           MOVE "N" TO WS-LOAN-FOUND
           MOVE "N" TO WS-LOST-FOUND
           MOVE WS-SCAN-BARCODE TO ITEM-BARCODE
           READ ITEM-DATABASE RECORD
               KEY IS ITEM-BARCODE
                       " file -- register it with ITEM-MAINT"
               NOT INVALID KEY
                   MOVE ITEM-ISBN TO WS-SEARCH-ISBN
                   IF ITEM-STATUS IS EQUAL TO "T" THEN
                       PERFORM RECEIVE-TRANSIT-ITEM
                   ELSE
                       PERFORM FIND-OPEN-LOAN-FOR-BARCODE
                       IF NOT LOAN-WAS-FOUND THEN
                           PERFORM FIND-LOST-LOAN-FOR-BARCODE
                       END-IF
                   END-IF
           END-READ.

       FIND-OPEN-LOAN-FOR-BARCODE.
               PERFORM FIND-OPEN-LOAN
           END-IF.

       FIND-LOST-LOAN-FOR-BARCODE.
      *> a written-off copy still carries its barcode, so only a lost
      *> loan for this very copy counts -- a loan from before the
      *> stock was barcoded can't say which copy went missing
           MOVE "Y" TO WS-BARCODE-MATCH
           MOVE WS-SCAN-BARCODE TO WS-WANT-BARCODE
           PERFORM FIND-LOST-LOAN.

       ASK-DISPOSITION.
           DISPLAY "1. Returned in good condition"
           DISPLAY "2. Reported lost"
           DISPLAY "Please enter a choice: "
           ACCEPT WS-DISPOSITION.

       ASK-DESK-BRANCH.
           DISPLAY "Please enter this desk's branch (blank for "
               FUNCTION TRIM(BRANCH-MAIN-CODE) "): "
           MOVE SPACES TO WS-BRANCH-WORK
           ACCEPT WS-BRANCH-WORK
           PERFORM DEFAULT-TO-MAIN-BRANCH
           PERFORM LOOK-UP-BRANCH-NAME
           IF BRANCH-IS-VALID THEN
               MOVE WS-BRANCH-WORK TO WS-DESK-BRANCH
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

       OPEN-DATABASE.
           OPEN I-O LIBRARY-DATABASE.
           IF NOT DBS-OK THEN
           ELSE
               MOVE "N" TO WS-ITEM-FILE
           END-IF.
      *> transit slips are queued for printing the way spine labels
      *> are -- append-only, and the slip is shown on screen as well,
      *> so a missing print file never holds up a return
           OPEN EXTEND TRANSIT-SLIP-FILE.
           IF TSS-OK THEN
               MOVE "Y" TO WS-SLIP-FILE
           ELSE
               MOVE "N" TO WS-SLIP-FILE
               DISPLAY "warning: unable to open transit_slips.txt --"
                   " slips will only be shown on screen"
           END-IF.
      *> the log is append-only, so EXTEND both creates it the first
      *> time and picks up where the last run left off after that
           OPEN EXTEND TRANSACTION-LOG.
                   END-IF
           END-READ.

       FIND-LOST-LOAN.
      *> no open loan, but the copy may be one that was closed out as
      *> lost -- the oldest such loan for the title is the one taken
           MOVE WS-SEARCH-ISBN TO LOAN-ISBN
           MOVE "N" TO WS-LOST-FOUND
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

       CONFIRM-LOST-ITEM-FOUND.
           DISPLAY "This copy was closed as lost on " LOAN-RETURN-DATE
               " (borrower " FUNCTION TRIM(LOAN-BORROWER-ID) ")"
           DISPLAY "Record it as found and reverse the replacement"
               " charge? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM IS EQUAL TO "Y"
               OR WS-CONFIRM IS EQUAL TO "y" THEN
               PERFORM RECORD-LOST-ITEM-FOUND
           ELSE
               DISPLAY "Nothing recorded"
           END-IF.

       RECORD-LOST-ITEM-FOUND.
      *> the loan stays closed as of the day it was written off -- no
      *> overdue fine runs on past that -- but its reason becomes F,
      *> so the same copy can't be found, and refunded, twice. The
      *> copy comes back onto the title's books and then goes where
      *> any returned copy goes: to the head of the hold queue, or
      *> back on the shelf
           MOVE "F" TO LOAN-CLOSE-REASON
           REWRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "error: unable to record the found item"
               NOT INVALID KEY
                   PERFORM RESTORE-COPY-TO-CATALOG
                   PERFORM INCREMENT-BOOK-COPIES
                   PERFORM REVERSE-REPLACEMENT-CHARGE
                   PERFORM LOG-LOST-ITEM-FOUND
                   IF WS-SCAN-BARCODE NOT EQUAL SPACES THEN
                       PERFORM SHELVE-OR-ROUTE-ITEM
                   END-IF
                   DISPLAY "Lost item found -- back in stock for "
                       "borrower " FUNCTION TRIM(LOAN-BORROWER-ID)
           END-REWRITE.

       RESTORE-COPY-TO-CATALOG.
      *> undoes REMOVE-COPY-FROM-CATALOG: the title owns the copy
      *> again. AVAILABLE-COPIES is left to INCREMENT-BOOK-COPIES,
      *> which knows whether a hold is waiting for it
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
      *> the day the loan was closed as lost; it is reversed in full
      *> by a C entry rather than deleted, so the ledger still shows
      *> what happened. Whatever the borrower already paid towards it
      *> leaves a credit balance, which FINE-DESK pays out as a refund
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
           IF NOT CHARGE-WAS-FOUND THEN
               DISPLAY "warning: no replacement charge on the ledger"
                   " for this loan -- nothing to reverse"
           ELSE
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
                           " replacement charge"
                   NOT INVALID KEY
                       SUBTRACT WS-CHARGE-AMOUNT FROM WS-BALANCE
                       MOVE WS-CHARGE-AMOUNT TO WS-FINE-DISPLAY
                       DISPLAY "Replacement charge reversed: "
                           WS-FINE-DISPLAY
               END-WRITE
           END-IF
           IF WS-BALANCE IS LESS THAN 0 THEN
               COMPUTE WS-BALANCE-DISPLAY = 0 - WS-BALANCE
               DISPLAY "Borrower " FUNCTION TRIM(LOAN-BORROWER-ID)
                   " is owed a refund of " WS-BALANCE-DISPLAY
                   " -- pay it out at FINE-DESK"
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
           MOVE "RETURN-BOOK" TO AUDIT-PROGRAM
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

       CLOSE-OUT-LOAN.
           ACCEPT LOAN-RETURN-DATE FROM DATE YYYYMMDD
           MOVE "R" TO LOAN-CLOSE-REASON
                   PERFORM INCREMENT-BOOK-COPIES
                   PERFORM ASSESS-OVERDUE-FINE
                   IF WS-SCAN-BARCODE NOT EQUAL SPACES THEN
                       PERFORM SHELVE-OR-ROUTE-ITEM
                   END-IF
                   DISPLAY "Return recorded for borrower "
                       FUNCTION TRIM(LOAN-BORROWER-ID)
                   END-IF
           END-REWRITE.

       SHELVE-OR-ROUTE-ITEM.
      *> the copy either stays at this desk -- on the shelf or the hold
      *> shelf -- or travels to the branch INCREMENT-BOOK-COPIES routed
      *> it to, with a slip to go inside the cover
           IF WS-ROUTE-TO IS EQUAL TO SPACES THEN
               MOVE "A" TO ITEM-STATUS
               MOVE SPACES TO ITEM-TRANSIT-TO
               MOVE 0 TO ITEM-AWAY-DATE
           ELSE
               MOVE "T" TO ITEM-STATUS
               MOVE WS-ROUTE-TO TO ITEM-TRANSIT-TO
               ACCEPT ITEM-AWAY-DATE FROM DATE YYYYMMDD
               PERFORM PRINT-TRANSIT-SLIP
           END-IF
           PERFORM REWRITE-ITEM-STATUS.

       RECEIVE-TRANSIT-ITEM.
      *> a copy scanned while in transit has no loan to close -- it is
      *> arriving. At the wrong branch it just gets a fresh slip and
      *> goes on its way; at its destination it fills the hold it was
      *> trapped for, or is treated like any other copy coming in
           MOVE "Y" TO WS-TRANSIT-RECEIVED
           MOVE SPACES TO WS-SLIP-BORROWER
           MOVE ITEM-TRANSIT-TO TO WS-BRANCH-WORK
           PERFORM DEFAULT-TO-MAIN-BRANCH
           MOVE WS-BRANCH-WORK TO WS-ROUTE-TO
           PERFORM FIND-TRANSIT-HOLD
           IF WS-ROUTE-TO NOT EQUAL WS-DESK-BRANCH THEN
               DISPLAY "warning: this copy is in transit to "
                   FUNCTION TRIM(WS-ROUTE-TO) " -- send it on"
               PERFORM PRINT-TRANSIT-SLIP
           ELSE
               MOVE SPACES TO WS-ROUTE-TO
               IF HOLD-WAS-FOUND THEN
                   PERFORM SET-COPY-ASIDE-FOR-HOLD
               ELSE
                   PERFORM INCREMENT-BOOK-COPIES
               END-IF
               PERFORM SHELVE-OR-ROUTE-ITEM
               DISPLAY "Transit copy " FUNCTION TRIM(ITEM-BARCODE)
                   " received"
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
               "  from " FUNCTION TRIM(WS-DESK-BRANCH)
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
           DISPLAY WS-SLIP-LINE
           IF SLIP-FILE-PRESENT THEN
               WRITE TRANSIT-SLIP-LINE FROM WS-SLIP-LINE
           END-IF.

       REWRITE-ITEM-STATUS.
      *> the scanned item record is still current from the barcode
      *> lookup -- stamp where the physical copy ended up
           END-READ.

       CHARGE-REPLACEMENT.
      *> a scanned copy with a price on file offers price plus fee as
      *> the charge, so every clerk bills the same book the same way;
      *> an unpriced or unscanned copy is still keyed by hand
           MOVE 0 TO WS-DEFAULT-CHARGE
           IF WS-SCAN-BARCODE NOT EQUAL SPACES
               AND ITEM-PURCHASE-PRICE IS GREATER THAN 0 THEN
               PERFORM LOOK-UP-PROCESSING-FEE
               COMPUTE WS-DEFAULT-CHARGE =
                   ITEM-PURCHASE-PRICE + WS-PROCESSING-FEE
               MOVE ITEM-PURCHASE-PRICE TO WS-PRICE-DISPLAY
               MOVE WS-PROCESSING-FEE TO WS-FEE-DISPLAY
               MOVE WS-DEFAULT-CHARGE TO WS-FINE-DISPLAY
               DISPLAY "Replacement charge " WS-FINE-DISPLAY
                   " (price paid " WS-PRICE-DISPLAY
                   " + processing " WS-FEE-DISPLAY ")"
               DISPLAY "Please enter a different cost, or 0 to charge"
                   " that: "
           ELSE
               DISPLAY "Please enter the replacement cost: "
           END-IF
           ACCEPT WS-REPLACEMENT-COST
           IF WS-REPLACEMENT-COST IS EQUAL TO 0 THEN
               MOVE WS-DEFAULT-CHARGE TO WS-REPLACEMENT-COST
           END-IF
           MOVE LOAN-BORROWER-ID TO FINE-BORROWER-ID
           ACCEPT FINE-DATE FROM DATE YYYYMMDD
           ACCEPT FINE-TIME FROM TIME
           MOVE 0 TO FINE-RECEIPT-NO
           MOVE 0 TO FINE-SESSION-NO
           MOVE SPACE TO FINE-TENDER
           MOVE SIGNON-OPERATOR TO FINE-OPERATOR
           MOVE SPACES TO FINE-CAMPAIGN
           WRITE FINE-RECORD
               INVALID KEY
                   DISPLAY "error: unable to record replacement charge"
                       WS-FINE-DISPLAY
           END-WRITE.

       LOOK-UP-PROCESSING-FEE.
      *> the catalog record is still current from REMOVE-COPY-FROM-
      *> CATALOG; a category with no policy row, or a row with no fee
      *> set, takes the long-standing default
           MOVE 5.00 TO WS-PROCESSING-FEE
           IF POLICY-FILE-PRESENT THEN
               MOVE BOOK-CATEGORY TO POLICY-CATEGORY
               READ POLICY-DATABASE RECORD
                   KEY IS POLICY-CATEGORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF POLICY-PROCESSING-FEE IS GREATER THAN 0 THEN
                           MOVE POLICY-PROCESSING-FEE
                               TO WS-PROCESSING-FEE
                       END-IF
               END-READ
           END-IF.

       LOG-DISPOSITION.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           STRING "copies=" TOTAL-COPIES
               " borrower=" FUNCTION TRIM(LOAN-BORROWER-ID)
               DELIMITED BY SIZE INTO AUDIT-AFTER
           MOVE SIGNON-OPERATOR TO AUDIT-OPERATOR
           WRITE AUDIT-RECORD.

       ASSESS-OVERDUE-FINE.
      *> a return that closes late writes the fine to the ledger on
      *> the spot, instead of leaving it on a paper slip at the desk
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
      *> A scanned copy whose hold is picked up at another branch, or
      *> that belongs to another branch, is routed there instead; a
      *> copy going home only rejoins the pool when it arrives
           MOVE SPACES TO WS-ROUTE-TO
           MOVE SPACES TO WS-SLIP-BORROWER
           PERFORM FIND-WAITING-HOLD
           IF HOLD-WAS-FOUND THEN
               IF WS-SCAN-BARCODE NOT EQUAL SPACES THEN
                   MOVE HOLD-PICKUP-BRANCH TO WS-BRANCH-WORK
                   PERFORM DEFAULT-TO-MAIN-BRANCH
                   IF WS-BRANCH-WORK NOT EQUAL WS-DESK-BRANCH THEN
                       MOVE WS-BRANCH-WORK TO WS-ROUTE-TO
                   END-IF
               END-IF
               IF WS-ROUTE-TO IS EQUAL TO SPACES THEN
                   PERFORM SET-COPY-ASIDE-FOR-HOLD
               ELSE
                   PERFORM SEND-COPY-TO-HOLD-BRANCH
               END-IF
           ELSE
               IF WS-SCAN-BARCODE NOT EQUAL SPACES THEN
                   MOVE ITEM-BRANCH TO WS-BRANCH-WORK
                   PERFORM DEFAULT-TO-MAIN-BRANCH
                   IF WS-BRANCH-WORK NOT EQUAL WS-DESK-BRANCH THEN
                       MOVE WS-BRANCH-WORK TO WS-ROUTE-TO
                   END-IF
               END-IF
               IF WS-ROUTE-TO IS EQUAL TO SPACES THEN
                   PERFORM RELEASE-COPY-TO-POOL
               ELSE
                   DISPLAY "Copy belongs to "
                       FUNCTION TRIM(WS-ROUTE-TO) " -- send it home"
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
               NOT INVALID KEY
                   DISPLAY "Copy trapped for hold by borrower "
                       FUNCTION TRIM(HOLD-BORROWER-ID)
                       " -- send it to " FUNCTION TRIM(WS-ROUTE-TO)
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
