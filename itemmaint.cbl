      *> by the barcode on the spine. Circulation scans the barcode,
      *> so every copy that goes over the desk has to be registered
      *> here first. The catalog's copy counts stay derived totals --
      *> this file is the per-copy truth behind them, including which
      *> branch shelves each copy
      AUTHOR. Aidan Simon.


       01 WS-ISBN10-PREFIX      PIC 9(9).
       01 WS-ISBN13-CHECK       PIC 9(1).
       01 WS-I                  PIC 9(2) COMP.
       01 WS-PRICE-DISPLAY      PIC ZZ,ZZ9.99.
       01 WS-BRANCH-WORK        PIC X(4).
       01 WS-BRANCH-NAME        PIC X(20).
       01 WS-BRANCH-VALID       PIC X(2) VALUE "N".
          88 BRANCH-IS-VALID          VALUE "Y".
       01 WS-B                  PIC 9(1).
           COPY "branch.cpy".
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
           PERFORM DISPLAY-OPTIONS
           PERFORM READ-AND-VERIFY-OPTIONS UNTIL WS-OPTION IS EQUAL TO 8
           CLOSE ITEM-DATABASE
           CLOSE LIBRARY-DATABASE
           GOBACK.
           DISPLAY "3. List a title's copies"
           DISPLAY "4. Update an item's condition"
           DISPLAY "5. Withdraw an item"
           DISPLAY "6. Move an item to another branch"
           DISPLAY "7. Display options"
           DISPLAY "8. Exit".

       READ-AND-VERIFY-OPTIONS.
           DISPLAY "Please enter a valid choice"
               WHEN 3 PERFORM LIST-TITLE-COPIES
               WHEN 4 PERFORM UPDATE-CONDITION
               WHEN 5 PERFORM WITHDRAW-ITEM
               WHEN 6 PERFORM MOVE-ITEM-TO-BRANCH
               WHEN 7 PERFORM DISPLAY-OPTIONS
               WHEN 8 CONTINUE
               WHEN OTHER DISPLAY "error: not a valid choice"
           END-EVALUATE.

               ACCEPT ITEM-ACQUIRED-DATE
               DISPLAY "Please enter the condition (N/G/F/P): "
               ACCEPT ITEM-CONDITION
               DISPLAY "Please enter the purchase price (0 if not"
                   " known): "
               ACCEPT ITEM-PURCHASE-PRICE
               MOVE "N" TO WS-BRANCH-VALID
               PERFORM GET-ITEM-BRANCH UNTIL BRANCH-IS-VALID
               MOVE WS-BRANCH-WORK TO ITEM-BRANCH
               MOVE SPACES TO ITEM-TRANSIT-TO
               MOVE SPACES TO ITEM-DONOR-ID
               MOVE 0 TO ITEM-GIFT-ID
               MOVE "A" TO ITEM-STATUS
               MOVE 0 TO ITEM-AWAY-DATE
               WRITE ITEM-RECORD
                   INVALID KEY
                       DISPLAY "error: that barcode is already on file"
               END-WRITE
           END-IF.

       GET-ITEM-BRANCH.
           DISPLAY "Please enter the branch that shelves this copy"
               " (blank for " FUNCTION TRIM(BRANCH-MAIN-CODE) "): "
           MOVE SPACES TO WS-BRANCH-WORK
           ACCEPT WS-BRANCH-WORK
           IF WS-BRANCH-WORK IS EQUAL TO SPACES THEN
               MOVE BRANCH-MAIN-CODE TO WS-BRANCH-WORK
           END-IF
           PERFORM LOOK-UP-BRANCH-NAME
           IF NOT BRANCH-IS-VALID THEN
               DISPLAY "error: not a branch code"
           END-IF.

       LOOK-UP-BRANCH-NAME.
      *> a copy from before branches existed carries spaces, which
      *> means the main library
           IF WS-BRANCH-WORK IS EQUAL TO SPACES THEN
               MOVE BRANCH-MAIN-CODE TO WS-BRANCH-WORK
           END-IF
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

       MOVE-ITEM-TO-BRANCH.
      *> changes the copy's home branch once it has physically been
      *> moved; a copy out on loan is sent to its new home when it
      *> comes back. One already in transit has to be received first,
      *> or it would arrive somewhere it no longer belongs
           PERFORM FIND-ITEM
           IF ITEM-WAS-FOUND THEN
               IF ITEM-STATUS IS EQUAL TO "T" THEN
                   DISPLAY "error: that copy is in transit --"
                       " receive it at RETURN-BOOK first"
               ELSE
                   MOVE ITEM-BRANCH TO WS-BRANCH-WORK
                   PERFORM LOOK-UP-BRANCH-NAME
                   DISPLAY "Current branch: "
                       FUNCTION TRIM(WS-BRANCH-NAME)
                   MOVE "N" TO WS-BRANCH-VALID
                   PERFORM GET-ITEM-BRANCH UNTIL BRANCH-IS-VALID
                   MOVE WS-BRANCH-WORK TO ITEM-BRANCH
                   REWRITE ITEM-RECORD
                       INVALID KEY
                           DISPLAY "error: unable to update item"
                       NOT INVALID KEY
                           DISPLAY "Item now shelved at "
                               FUNCTION TRIM(WS-BRANCH-NAME)
                   END-REWRITE
               END-IF
           END-IF.

       FIND-TITLE-IN-CATALOG.
           MOVE ITEM-ISBN TO BOOK-ISBN
           READ LIBRARY-DATABASE RECORD
           END-IF.

       DISPLAY-ITEM.
           MOVE ITEM-PURCHASE-PRICE TO WS-PRICE-DISPLAY
           DISPLAY "barcode: "   FUNCTION TRIM(ITEM-BARCODE)
               " ISBN "          ITEM-ISBN
               " acquired "      ITEM-ACQUIRED-DATE
               " condition "     ITEM-CONDITION
               " status "        ITEM-STATUS
               " price "         WS-PRICE-DISPLAY
           MOVE ITEM-BRANCH TO WS-BRANCH-WORK
           PERFORM LOOK-UP-BRANCH-NAME
           DISPLAY "  branch: " FUNCTION TRIM(WS-BRANCH-NAME)
           IF ITEM-STATUS IS EQUAL TO "T" THEN
               DISPLAY "  in transit to " FUNCTION TRIM(ITEM-TRANSIT-TO)
                   " since " ITEM-AWAY-DATE
           ELSE
               IF ITEM-AWAY-DATE IS GREATER THAN 0 THEN
                   DISPLAY "  away for repair since " ITEM-AWAY-DATE
               END-IF
           END-IF
           IF ITEM-DONOR-ID NOT EQUAL SPACES THEN
               DISPLAY "  gift of donor " FUNCTION TRIM(ITEM-DONOR-ID)
                   " in gift box " ITEM-GIFT-ID
           END-IF.

       LIST-TITLE-COPIES.
      *> copies of an ISBN sit together on the alternate index --
