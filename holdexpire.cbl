      *> the next borrower waiting on the title -- or, with nobody
      *> waiting, releases it back into AVAILABLE-COPIES. Writes the
      *> day's expired pickups to hold_expired.txt so the hold shelf
      *> can be cleared to match. The copy sits on one branch's hold
      *> shelf, so it only passes to a borrower collecting there;
      *> holds at other branches wait for the next copy returned
      AUTHOR. Aidan Simon.


             10 WS-EX-TIME      PIC 9(8).
             10 WS-EX-BORROWER  PIC X(10).
             10 WS-EX-READY     PIC 9(8).
             10 WS-EX-PICKUP    PIC X(4).
       01 WS-I                  PIC 9(3) COMP.
       01 WS-OVERFLOW-COUNT     PIC 9(3) COMP VALUE 0.
       01 WS-PROMOTED-COUNT     PIC 9(3) COMP VALUE 0.
       01 WS-RELEASED-COUNT     PIC 9(3) COMP VALUE 0.
       01 WS-PICKUP-WORK        PIC X(4).

           COPY "branch.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   MOVE HOLD-PLACED-TIME TO WS-EX-TIME(WS-EXPIRED-COUNT)
                   MOVE HOLD-BORROWER-ID TO WS-EX-BORROWER(WS-EXPIRED-COUNT)
                   MOVE HOLD-READY-DATE  TO WS-EX-READY(WS-EXPIRED-COUNT)
                   MOVE HOLD-PICKUP-BRANCH TO WS-PICKUP-WORK
                   PERFORM DEFAULT-TO-MAIN-BRANCH
                   MOVE WS-PICKUP-WORK   TO WS-EX-PICKUP(WS-EXPIRED-COUNT)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
       WRITE-EXPIRED-LINE.
           MOVE SPACES TO EXPIRED-LINE
           STRING "pull from shelf: ISBN " WS-EX-ISBN(WS-I)
               " at " FUNCTION TRIM(WS-EX-PICKUP(WS-I))
               " held for " FUNCTION TRIM(WS-EX-BORROWER(WS-I))
               " since " WS-EX-READY(WS-I)
               DELIMITED BY SIZE INTO EXPIRED-LINE

       PASS-COPY-ALONG.
      *> the freed copy goes to the next borrower waiting on the
      *> title at the same pickup branch if there is one -- set aside
      *> again, same as at return time -- and otherwise back into the
      *> available pool
           PERFORM FIND-WAITING-HOLD
           IF HOLD-WAS-FOUND THEN
               PERFORM SET-COPY-ASIDE-FOR-HOLD

       FIND-WAITING-HOLD.
      *> holds for an ISBN sort oldest-first within the key, so the
      *> first record with status W at this pickup branch is the head
      *> of its queue
           MOVE WS-EX-ISBN(WS-I) TO HOLD-ISBN
           MOVE 0 TO HOLD-PLACED-DATE
           MOVE 0 TO HOLD-PLACED-TIME
                   IF HOLD-ISBN NOT EQUAL WS-EX-ISBN(WS-I) THEN
                       MOVE "Y" TO WS-HOLD-EOF
                   ELSE
                       MOVE HOLD-PICKUP-BRANCH TO WS-PICKUP-WORK
                       PERFORM DEFAULT-TO-MAIN-BRANCH
                       IF HOLD-STATUS IS EQUAL TO "W"
                           AND WS-PICKUP-WORK IS EQUAL TO
                               WS-EX-PICKUP(WS-I) THEN
                           MOVE "Y" TO WS-HOLD-FOUND
                       END-IF
                   END-IF
           END-READ.

       DEFAULT-TO-MAIN-BRANCH.
      *> a pickup branch of spaces was written before branches
      *> existed, when every hold was collected at the main library
           IF WS-PICKUP-WORK IS EQUAL TO SPACES THEN
               MOVE BRANCH-MAIN-CODE TO WS-PICKUP-WORK
           END-IF.

       SET-COPY-ASIDE-FOR-HOLD.
      *> the copy never reaches AVAILABLE-COPIES -- it stays behind
      *> the desk, now tagged for the next borrower in the queue
           MOVE HOLD-ISBN TO NOTIFY-ISBN
           MOVE HOLD-READY-DATE TO NOTIFY-EVENT-DATE
           MOVE WS-TODAY TO NOTIFY-QUEUED-DATE
           MOVE SPACE TO NOTIFY-CHANNEL
           WRITE NOTIFY-RECORD.

       RELEASE-COPY-TO-POOL.
