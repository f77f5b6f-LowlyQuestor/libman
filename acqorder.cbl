      *> arriving stock to its open order, feeds it into the
      *> acquisitions.dat batch load that ADD-BOOK already reads, and
      *> relieves the encumbrance. Fund balances and an open-orders-
      *> by-vendor listing replace the month-end hand reconciliation.
      *> Spent is booked at the order price; INVOICE-MAINT corrects it
      *> to what the vendor actually billed once the invoice is approved.
      *> Titles HOLD-RATIO-ALERT finds with long hold queues wait on
      *> suggest.db for a selector to approve into orders here
      AUTHOR. Aidan Simon.


           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACQ-STATUS.

           SELECT SUGGEST-DATABASE *> Suggested orders awaiting a selector
           ASSIGN TO "./suggest.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUGGEST-ISBN
           FILE STATUS IS SGS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-DATABASE
       FD  ACQUISITIONS-FILE
           DATA RECORD IS ACQUISITION-RECORD.

      *> the layout ADD-BOOK's batch load reads, one line per
      *> physical copy received. The call-number and location fields
      *> are deliberately left blank: shelving data isn't known at
      *> receiving, and the copy is catalogued in MODIFY-BOOK --
      *> which the blank spine label flags. The price paid and the
      *> copy's barcode ride along so the load can register the item
       01  ACQUISITION-RECORD.
           05 ACQ-TITLE        PIC X(25).
           05 ACQ-AUTHOR       PIC X(20).
           05 ACQ-YEAR         PIC 9(4).
           05 ACQ-ISBN         PIC 9(13).
           05 ACQ-CATEGORY     PIC X(15).
           05 ACQ-CALLNO       PIC X(12).
           05 ACQ-LOCATION     PIC X(1).
           05 ACQ-UNIT-PRICE   PIC 9(5)V99.
           05 ACQ-BARCODE      PIC X(14).

       FD  SUGGEST-DATABASE
           DATA RECORD IS SUGGEST-RECORD.

           COPY "sugrec.cpy".

       WORKING-STORAGE SECTION.
       01 ORS                   PIC X(2).
          88 FDS-FILE-NOT-FOUND       VALUE "35".
       01 ACQ-STATUS            PIC X(2).
          88 ACQ-OK                   VALUE "00".
       01 SGS                   PIC X(2).
          88 SGS-OK                   VALUE "00".
       01 WS-SUGGEST-FILE       PIC X(2) VALUE "N".
          88 SUGGEST-FILE-PRESENT     VALUE "Y".
       01 WS-REVIEW-DONE        PIC X(2) VALUE "N".
          88 REVIEW-IS-DONE           VALUE "Y".
       01 WS-DECISION           PIC X(1).
       01 WS-ORDER-BEFORE       PIC 9(6).
       01 WS-REVIEWED-COUNT     PIC 9(5) COMP VALUE 0.
       01 WS-OPTION             PIC 99.
       01 WS-EOF                PIC X(2) VALUE "N".
          88 EOF-REACHED              VALUE "Y".
       01 WS-REMAINING-COPIES   PIC 9(3).
       01 WS-RELIEF-AMOUNT      PIC 9(7)V99.
       01 WS-C                  PIC 9(3) COMP.
       01 WS-NO-BARCODES        PIC X(2) VALUE "N".
          88 NO-BARCODES-THIS-TIME    VALUE "Y".
       01 WS-AGE-DAYS           PIC S9(5).
       01 WS-LISTED-COUNT       PIC 9(5) COMP VALUE 0.
       01 WS-AMOUNT-DISPLAY     PIC Z,ZZZ,ZZ9.99.
       01 WS-FREE-DISPLAY       PIC -Z,ZZZ,ZZ9.99.
           COPY "signon.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *> second CALL from the menu driver would still see the prior
      *> run's exit value and skip the options loop entirely
           MOVE 0 TO WS-OPTION
           MOVE "S" TO SIGNON-REQUEST
           MOVE "C" TO SIGNON-NEED-ROLE
           CALL "STAFF-SIGNON" USING SIGNON-AREA
           IF NOT SIGNON-GRANTED THEN
               GOBACK
           END-IF
           PERFORM OPEN-DATABASES
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM FIND-NEXT-ORDER-NUMBER
           PERFORM DISPLAY-OPTIONS
           PERFORM READ-AND-VERIFY-OPTIONS UNTIL WS-OPTION IS EQUAL TO 10
           CLOSE ORDER-DATABASE
           CLOSE VENDOR-DATABASE
           CLOSE FUND-DATABASE
           IF SUGGEST-FILE-PRESENT THEN
               CLOSE SUGGEST-DATABASE
           END-IF
           GOBACK.

       OPEN-DATABASES.
               CLOSE VENDOR-DATABASE
               GOBACK
           END-IF.
      *> there are no suggestions until HOLD-RATIO-ALERT has run
           OPEN I-O SUGGEST-DATABASE.
           IF SGS-OK THEN
               MOVE "Y" TO WS-SUGGEST-FILE
           ELSE
               MOVE "N" TO WS-SUGGEST-FILE
           END-IF.

       FIND-NEXT-ORDER-NUMBER.
      *> order numbers just keep counting up -- one pass over the
           DISPLAY "5. Receive stock against an order"
           DISPLAY "6. Cancel an open order"
           DISPLAY "7. List open orders by vendor"
           DISPLAY "8. Review suggested orders"
           DISPLAY "9. Display options"
           DISPLAY "10. Exit".

       READ-AND-VERIFY-OPTIONS.
           DISPLAY "Please enter a valid choice"
               WHEN 5 PERFORM RECEIVE-ORDER
               WHEN 6 PERFORM CANCEL-ORDER
               WHEN 7 PERFORM LIST-OPEN-ORDERS
               WHEN 8 PERFORM REVIEW-SUGGESTIONS
               WHEN 9 PERFORM DISPLAY-OPTIONS
               WHEN 10 CONTINUE
               WHEN OTHER DISPLAY "error: not a valid choice"
           END-EVALUATE.

           MOVE "O" TO ORDER-STATUS
           MOVE 0 TO ORDER-RECEIVED-DATE
           MOVE 0 TO ORDER-RECEIVED-COPIES
           MOVE 0 TO ORDER-INVOICED-COPIES
           MOVE 0 TO ORDER-INVOICED-AMOUNT
           WRITE ORDER-RECORD
               INVALID KEY
                   DISPLAY "error: unable to record order"
           IF NOT ACQ-OK THEN
               DISPLAY "error: unable to append to acquisitions.dat"
           ELSE
               MOVE "N" TO WS-NO-BARCODES
               PERFORM WRITE-ONE-ACQ-LINE WS-RECEIVE-COPIES TIMES
               CLOSE ACQUISITIONS-FILE
               DISPLAY WS-RECEIVE-COPIES " line(s) added to the"
           MOVE ORDER-YEAR      TO ACQ-YEAR
           MOVE ORDER-ISBN      TO ACQ-ISBN
           MOVE ORDER-CATEGORY  TO ACQ-CATEGORY
           MOVE SPACES          TO ACQ-CALLNO
           MOVE SPACE           TO ACQ-LOCATION
           MOVE ORDER-UNIT-PRICE TO ACQ-UNIT-PRICE
           PERFORM ASK-COPY-BARCODE
           WRITE ACQUISITION-RECORD.

       ASK-COPY-BARCODE.
      *> a copy barcoded as it is unpacked is registered on the item
      *> file by the load, price and all; a blank answer means this
      *> shipment isn't being barcoded, and the rest aren't asked
           MOVE SPACES TO ACQ-BARCODE
           IF NOT NO-BARCODES-THIS-TIME THEN
               DISPLAY "Please scan the barcode for this copy (blank"
                   " if not barcoded): "
               ACCEPT ACQ-BARCODE
               IF ACQ-BARCODE IS EQUAL TO SPACES THEN
                   MOVE "Y" TO WS-NO-BARCODES
               END-IF
           END-IF.

       RELIEVE-ENCUMBRANCE.
           MOVE ORDER-FUND-CODE TO FUND-CODE
           READ FUND-DATABASE RECORD
                       ADD 1 TO WS-LISTED-COUNT
                   END-IF
           END-READ.

       REVIEW-SUGGESTIONS.
      *> each pending suggestion in turn: approving it places a real
      *> order through the same vendor and fund checks as option 4,
      *> encumbering the fund the same way
           IF NOT SUGGEST-FILE-PRESENT THEN
               DISPLAY "No suggested orders on file"
           ELSE
               MOVE 0 TO WS-REVIEWED-COUNT
               MOVE "N" TO WS-REVIEW-DONE
               MOVE 0 TO SUGGEST-ISBN
               START SUGGEST-DATABASE KEY IS NOT LESS THAN SUGGEST-ISBN
                   INVALID KEY
                       MOVE "Y" TO WS-REVIEW-DONE
               END-START
               PERFORM REVIEW-NEXT-SUGGESTION UNTIL REVIEW-IS-DONE
               DISPLAY "Suggestions reviewed: " WS-REVIEWED-COUNT
           END-IF.

       REVIEW-NEXT-SUGGESTION.
           READ SUGGEST-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-REVIEW-DONE
               NOT AT END
                   IF SUGGEST-STATUS IS EQUAL TO "P" THEN
                       PERFORM REVIEW-ONE-SUGGESTION
                   END-IF
           END-READ.

       REVIEW-ONE-SUGGESTION.
           DISPLAY "ISBN " SUGGEST-ISBN " "
               FUNCTION TRIM(SUGGEST-TITLE) " by "
               FUNCTION TRIM(SUGGEST-AUTHOR)
           DISPLAY "  " SUGGEST-QUEUE " hold(s) waiting, "
               SUGGEST-ON-FILE " cop(ies) on file, "
               SUGGEST-ON-ORDER " on order -- suggest "
               SUGGEST-COPIES " more (as of " SUGGEST-DATE ")"
           DISPLAY "A approve, R reject, S skip, Q stop reviewing: "
           MOVE SPACE TO WS-DECISION
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN "A"
                   PERFORM APPROVE-SUGGESTION
               WHEN "R"
                   MOVE "R" TO SUGGEST-STATUS
                   PERFORM RECORD-REVIEW
               WHEN "Q"
                   MOVE "Y" TO WS-REVIEW-DONE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APPROVE-SUGGESTION.
           MOVE SUGGEST-ISBN      TO ORDER-ISBN
           MOVE SUGGEST-TITLE     TO ORDER-TITLE
           MOVE SUGGEST-AUTHOR    TO ORDER-AUTHOR
           MOVE SUGGEST-PUBLISHER TO ORDER-PUBLISHER
           MOVE SUGGEST-YEAR      TO ORDER-YEAR
           MOVE SUGGEST-CATEGORY  TO ORDER-CATEGORY
           DISPLAY "Number of copies (0 for the suggested "
               SUGGEST-COPIES "): "
           ACCEPT ORDER-COPIES
           IF ORDER-COPIES IS EQUAL TO 0 THEN
               MOVE SUGGEST-COPIES TO ORDER-COPIES
           END-IF
           DISPLAY "Please enter the unit price: "
           ACCEPT ORDER-UNIT-PRICE
           MOVE WS-NEXT-ORDER TO WS-ORDER-BEFORE
           PERFORM VALIDATE-ORDER-VENDOR
           IF VENDOR-WAS-FOUND THEN
               PERFORM ENCUMBER-AND-WRITE-ORDER
           END-IF
      *> the order only stands if it got its number; otherwise the
      *> suggestion stays pending for another try
           IF WS-NEXT-ORDER NOT EQUAL WS-ORDER-BEFORE THEN
               MOVE "A" TO SUGGEST-STATUS
               MOVE WS-ORDER-BEFORE TO SUGGEST-ORDER-NUMBER
               PERFORM RECORD-REVIEW
           ELSE
               DISPLAY "Suggestion left pending"
           END-IF.

       RECORD-REVIEW.
           MOVE SIGNON-OPERATOR TO SUGGEST-REVIEWED-BY
           REWRITE SUGGEST-RECORD
               INVALID KEY
                   DISPLAY "error: unable to update suggestion"
               NOT INVALID KEY
                   ADD 1 TO WS-REVIEWED-COUNT
           END-REWRITE.
