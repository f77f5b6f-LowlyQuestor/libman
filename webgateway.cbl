       01 WS-PENDING-HOLDS      PIC 9(5) COMP.
       01 WS-HOLD-MAX           PIC 9(2).
       01 WS-L                  PIC 9(1).
       01 WS-CARD-EXPIRY        PIC 9(8).
       01 WS-CARD-YEARS         PIC 9(2).
       01 WS-LOAN-PERIOD-DAYS   PIC 9(3) VALUE 14.
       01 WS-RENEWAL-LIMIT      PIC 9(2) VALUE 2.
       01 WS-WEEKLY-CLOSED-TABLE.
               MOVE "borrower unknown or not active" TO RSP-REASON
               PERFORM WRITE-RESPONSE
           ELSE
               PERFORM CHECK-CARD-EXPIRY
               IF NOT BORROWER-IS-VALID THEN
                   MOVE "card expired -- renew it at the desk"
                       TO RSP-REASON
                   PERFORM WRITE-RESPONSE
               ELSE
                   PERFORM CHECK-FINE-BLOCK
                   IF NOT BORROWER-IS-VALID THEN
                       MOVE "account over the fine threshold"
                           TO RSP-REASON
                       PERFORM WRITE-RESPONSE
                   ELSE
                       EVALUATE REQ-TYPE
                           WHEN "R" PERFORM PROCESS-RENEWAL
                           WHEN "H" PERFORM PROCESS-HOLD
                           WHEN OTHER
                               MOVE "unrecognized request type"
                                   TO RSP-REASON
                               PERFORM WRITE-RESPONSE
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

                   END-IF
           END-READ.

       CHECK-CARD-EXPIRY.
      *> the same card expiry the desk applies -- a renewal has to be
      *> done in person. A card from before expiry dates were kept
      *> runs out one card period for its type after registration
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
           END-IF.

       MATCH-CARD-YEARS-ENTRY.
           IF BL-TYPE(WS-L) IS EQUAL TO BORROWER-TYPE THEN
               MOVE BL-CARD-YEARS(WS-L) TO WS-CARD-YEARS
           END-IF.

       CHECK-FINE-BLOCK.
      *> the same threshold the desk applies -- the website is not a
      *> side door around the fines desk
               NOT AT END
                   IF HOLD-BORROWER-ID IS EQUAL TO REQ-BORROWER-ID
                       AND (HOLD-STATUS IS EQUAL TO "W"
                           OR HOLD-STATUS IS EQUAL TO "T"
                           OR HOLD-STATUS IS EQUAL TO "R") THEN
                       ADD 1 TO WS-PENDING-HOLDS
                       IF HOLD-ISBN IS EQUAL TO WS-SEARCH-ISBN THEN
           MOVE REQ-BORROWER-ID TO HOLD-BORROWER-ID
           MOVE "W" TO HOLD-STATUS
           MOVE 0 TO HOLD-READY-DATE
      *> the request line has no room for a pickup branch, so a web
      *> hold is collected at the borrower's home branch (spaces, the
      *> main library, on cards from before branches existed)
           MOVE BORROWER-HOME-BRANCH TO HOLD-PICKUP-BRANCH
           WRITE HOLD-RECORD
               INVALID KEY
                   MOVE "unable to record the hold" TO RSP-REASON
