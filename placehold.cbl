      PROGRAM-ID. PLACE-HOLD.
      *> Places a hold for a borrower on a title with no available
      *> copies, so the next returned copy is set aside instead of
      *> going back into the open pool. The hold names the branch the
      *> borrower will collect from -- their home branch unless they
      *> ask for another -- and a copy returned elsewhere is sent there
      AUTHOR. Aidan Simon.


       01 WS-PENDING-HOLDS      PIC 9(5) COMP.
       01 WS-HOLD-MAX           PIC 9(2).
       01 WS-L                  PIC 9(1).
       01 WS-TODAY              PIC 9(8).
       01 WS-CARD-EXPIRY        PIC 9(8).
       01 WS-CARD-YEARS         PIC 9(2).
       01 WS-SAVED-HOLD-KEY.
          05 WS-SH-ISBN         PIC 9(13).
          05 WS-SH-BORROWER     PIC X(10).
       01 WS-BRANCH-WORK        PIC X(4).
       01 WS-BRANCH-NAME        PIC X(20).
       01 WS-BRANCH-VALID       PIC X(2) VALUE "N".
          88 BRANCH-IS-VALID          VALUE "Y".
       01 WS-B                  PIC 9(1).

           COPY "borlim.cpy".
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
           DISPLAY "Please enter the ISBN of the book to hold: "
           ACCEPT BOOK-ISBN
               NOT AT END
                   IF HOLD-BORROWER-ID IS EQUAL TO WS-SH-BORROWER
                       AND (HOLD-STATUS IS EQUAL TO "W"
                           OR HOLD-STATUS IS EQUAL TO "T"
                           OR HOLD-STATUS IS EQUAL TO "R") THEN
                       ADD 1 TO WS-PENDING-HOLDS
                   END-IF
               NOT INVALID KEY
                   IF BORROWER-STATUS IS EQUAL TO "A" THEN
                       MOVE "Y" TO WS-BORROWER-VALID
                       PERFORM CHECK-CARD-EXPIRY
                   ELSE
                       MOVE "N" TO WS-BORROWER-VALID
                       DISPLAY "error: that borrower is not active"
                   END-IF
           END-READ.

       CHECK-CARD-EXPIRY.
      *> an expired card gets no service until it is renewed at the
      *> desk; a card from before expiry dates were kept runs out one
      *> card period for its type after registration
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
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

       MATCH-CARD-YEARS-ENTRY.
           IF BL-TYPE(WS-L) IS EQUAL TO BORROWER-TYPE THEN
               MOVE BL-CARD-YEARS(WS-L) TO WS-CARD-YEARS
           END-IF.

       WRITE-HOLD-RECORD.
           MOVE "N" TO WS-BRANCH-VALID
           PERFORM ASK-PICKUP-BRANCH UNTIL BRANCH-IS-VALID
           ACCEPT HOLD-PLACED-DATE FROM DATE YYYYMMDD
           ACCEPT HOLD-PLACED-TIME FROM TIME
           MOVE "W" TO HOLD-STATUS
           MOVE 0 TO HOLD-READY-DATE
           MOVE WS-BRANCH-WORK TO HOLD-PICKUP-BRANCH
           WRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY "error: unable to record hold"
               NOT INVALID KEY
                   DISPLAY "Hold placed on " FUNCTION TRIM(BOOK-TITLE)
                       " for " FUNCTION TRIM(HOLD-BORROWER-ID)
                       ", pickup at " FUNCTION TRIM(WS-BRANCH-NAME)
           END-WRITE.

       ASK-PICKUP-BRANCH.
      *> the borrower master record is still current from the
      *> validation read, so a blank answer takes their home branch --
      *> or the main library for a card from before branches existed
           DISPLAY "Please enter the pickup branch (blank for the"
               " borrower's home branch): "
           MOVE SPACES TO WS-BRANCH-WORK
           ACCEPT WS-BRANCH-WORK
           IF WS-BRANCH-WORK IS EQUAL TO SPACES THEN
               MOVE BORROWER-HOME-BRANCH TO WS-BRANCH-WORK
           END-IF
           IF WS-BRANCH-WORK IS EQUAL TO SPACES THEN
               MOVE BRANCH-MAIN-CODE TO WS-BRANCH-WORK
           END-IF
           MOVE "N" TO WS-BRANCH-VALID
           MOVE WS-BRANCH-WORK TO WS-BRANCH-NAME
           PERFORM MATCH-BRANCH-ENTRY
               VARYING WS-B FROM 1 BY 1
               UNTIL WS-B IS GREATER THAN BRANCH-COUNT
           IF NOT BRANCH-IS-VALID THEN
               DISPLAY "error: not a branch code"
           END-IF.

       MATCH-BRANCH-ENTRY.
           IF BR-CODE(WS-B) IS EQUAL TO WS-BRANCH-WORK THEN
               MOVE "Y" TO WS-BRANCH-VALID
               MOVE BR-NAME(WS-B) TO WS-BRANCH-NAME
           END-IF.
