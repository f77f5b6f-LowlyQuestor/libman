      IDENTIFICATION DIVISION.
      PROGRAM-ID. CHECKOUT-BOOK.
      *> Records a borrower checking a book out of the library, and
      *> reminds the desk to ask for a new email address when mail to
      *> the borrower's old one has been bouncing
      AUTHOR. Aidan Simon.


      01 WS-OPEN-LOAN-COUNT        PIC 9(5) COMP.
      01 WS-LOAN-MAX               PIC 9(3).
      01 WS-L                      PIC 9(1).
      01 WS-CARD-EXPIRY            PIC 9(8).
      01 WS-CARD-YEARS             PIC 9(2).

           COPY "borlim.cpy".
      01 WS-FOUND                  PIC X(2) VALUE "N".
      01 WS-ISBN10-PREFIX          PIC 9(9).
      01 WS-ISBN13-CHECK           PIC 9(1).
      01 WS-I                      PIC 9(2) COMP.
           COPY "signon.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO SIGNON-REQUEST
           MOVE "W" TO SIGNON-NEED-ROLE
           CALL "STAFF-SIGNON" USING SIGNON-AREA
           IF NOT SIGNON-GRANTED THEN
               STOP RUN
           END-IF
      *> WORKING-STORAGE isn't reinitialized between CALLs into this
      *> program, so the session state has to start clean each run
           MOVE "N" TO WS-SESSION-DONE

       COUNT-OPEN-LOANS.
      *> the borrower alternate key groups a borrower's loans
      *> together, so position there and count until the ID changes.
      *> A loan the borrower claims to have returned is left out while
      *> the shelves are searched -- it isn't in their hands
           MOVE 0 TO WS-OPEN-LOAN-COUNT
           MOVE WS-SESSION-BORROWER TO LOAN-BORROWER-ID
           START LOAN-DATABASE KEY IS NOT LESS THAN LOAN-BORROWER-ID
                       WS-SESSION-BORROWER THEN
                       MOVE "Y" TO WS-LOAN-EOF
                   ELSE
                       IF LOAN-RETURN-DATE IS EQUAL TO 0
                           AND LOAN-CLAIM-DATE IS EQUAL TO 0 THEN
                           ADD 1 TO WS-OPEN-LOAN-COUNT
                       END-IF
                   END-IF
                   DISPLAY "error: that copy is already out on loan"
               WHEN "W"
                   DISPLAY "error: that copy has been withdrawn"
               WHEN "M"
               WHEN "P"
               WHEN "B"
                   DISPLAY "error: that copy is away for repair --"
                       " receive it back with MENDING-DESK first"
               WHEN "T"
                   DISPLAY "error: that copy is in transit between"
                       " branches -- receive it at RETURN-BOOK first"
               WHEN OTHER
                   MOVE ITEM-ISBN TO BOOK-ISBN
                   PERFORM FIND-BOOK-IN-CATALOG
               NOT INVALID KEY
                   IF BORROWER-STATUS IS EQUAL TO "A" THEN
                       MOVE "Y" TO WS-BORROWER-VALID
                       PERFORM CHECK-CARD-EXPIRY
                       PERFORM CHECK-EMAIL-BOUNCED
                   ELSE
                       MOVE "N" TO WS-BORROWER-VALID
                       DISPLAY "error: that borrower is not active"
                   END-IF
           END-READ.

       CHECK-CARD-EXPIRY.
      *> an expired card lends nothing until it is renewed at the
      *> desk; a card from before expiry dates were kept runs out one
      *> card period for its type after registration
           IF BORROWER-EXPIRY-DATE IS GREATER THAN 0 THEN
               MOVE BORROWER-EXPIRY-DATE TO WS-CARD-EXPIRY
           ELSE
               MOVE BL-CARD-YEARS(1) TO WS-CARD-YEARS
               PERFORM MATCH-CARD-YEARS-ENTRY
                   VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L IS GREATER THAN BORROWER-LIMIT-COUNT
               COMPUTE WS-CARD-EXPIRY =
                   BORROWER-REG-DATE + WS-CARD-YEARS * 10000
           END-IF
           IF WS-CARD-EXPIRY IS LESS THAN WS-TODAY THEN
               MOVE "N" TO WS-BORROWER-VALID
               DISPLAY "error: this library card expired on "
                   WS-CARD-EXPIRY " -- please renew it at the desk"
           END-IF.

       CHECK-EMAIL-BOUNCED.
      *> the patron is standing at the desk, which is the one chance
      *> to fix an address the mail vendor has been bouncing
           IF BORROWER-EMAIL-BAD IS EQUAL TO "Y" THEN
               DISPLAY "note: email to " FUNCTION TRIM(BORROWER-EMAIL)
                   " bounced on " BORROWER-BOUNCE-DATE
               DISPLAY "      -- please ask the borrower for a new email"
                   " address and update it in borrower maintenance"
           END-IF.

       MATCH-CARD-YEARS-ENTRY.
           IF BL-TYPE(WS-L) IS EQUAL TO BORROWER-TYPE THEN
               MOVE BL-CARD-YEARS(WS-L) TO WS-CARD-YEARS
           END-IF.

       WRITE-LOAN-RECORD.
           ACCEPT LOAN-CHECKOUT-DATE FROM DATE YYYYMMDD
           COMPUTE LOAN-DUE-DATE =
           MOVE 0 TO LOAN-RENEWAL-COUNT
           MOVE SPACE TO LOAN-CLOSE-REASON
           MOVE WS-SCAN-BARCODE TO LOAN-BARCODE
           MOVE 0 TO LOAN-CLAIM-DATE
           WRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "error: unable to record checkout"
