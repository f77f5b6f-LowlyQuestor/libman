      PROGRAM-ID. HOLDS-REPORT.
      *> Daily batch job: lists every hold that has a copy set aside
      *> and waiting for pickup, so the desk can pull the books, and
      *> summarizes how many borrowers are still queued. It runs for
      *> one pickup branch, so each building pulls its own books, or
      *> for all branches at once, and counts copies still on their
      *> way to the pickup branch separately
      AUTHOR. Aidan Simon.


       01 WS-READY-COUNT        PIC 9(5) COMP VALUE 0.
       01 WS-WAITING-COUNT      PIC 9(5) COMP VALUE 0.
       01 WS-TITLE              PIC X(25).
       01 WS-TRANSIT-COUNT      PIC 9(5) COMP VALUE 0.
       01 WS-REPORT-BRANCH      PIC X(4) VALUE SPACES.
       01 WS-BRANCH-WORK        PIC X(4).
       01 WS-BRANCH-NAME        PIC X(20).
       01 WS-BRANCH-VALID       PIC X(2) VALUE "N".
          88 BRANCH-IS-VALID          VALUE "Y".
       01 WS-B                  PIC 9(1).

           COPY "branch.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-DATABASES
           PERFORM ASK-REPORT-BRANCH UNTIL BRANCH-IS-VALID
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF WS-REPORT-BRANCH IS EQUAL TO SPACES THEN
               DISPLAY "Holds ready for pickup as of " WS-TODAY
                   ", all branches"
           ELSE
               DISPLAY "Holds ready for pickup as of " WS-TODAY
                   " at " FUNCTION TRIM(WS-BRANCH-NAME)
           END-IF
           PERFORM CHECK-NEXT-HOLD UNTIL EOF-REACHED
           DISPLAY "Total ready for pickup: " WS-READY-COUNT
           DISPLAY "On the way from another branch: " WS-TRANSIT-COUNT
           DISPLAY "Still waiting for a copy: " WS-WAITING-COUNT
           CLOSE HOLD-DATABASE
           CLOSE LIBRARY-DATABASE.
               STOP RUN
           END-IF.

       ASK-REPORT-BRANCH.
           DISPLAY "Pickup branch (blank for all branches): "
           MOVE SPACES TO WS-REPORT-BRANCH
           ACCEPT WS-REPORT-BRANCH
           IF WS-REPORT-BRANCH IS EQUAL TO SPACES THEN
               MOVE "Y" TO WS-BRANCH-VALID
           ELSE
               MOVE "N" TO WS-BRANCH-VALID
               PERFORM MATCH-BRANCH-ENTRY
                   VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B IS GREATER THAN BRANCH-COUNT
               IF NOT BRANCH-IS-VALID THEN
                   DISPLAY "error: not a branch code"
               END-IF
           END-IF.

       MATCH-BRANCH-ENTRY.
           IF BR-CODE(WS-B) IS EQUAL TO WS-REPORT-BRANCH THEN
               MOVE "Y" TO WS-BRANCH-VALID
               MOVE BR-NAME(WS-B) TO WS-BRANCH-NAME
           END-IF.

       CHECK-NEXT-HOLD.
      *> a hold from before branches existed carries spaces for its
      *> pickup branch, which means the main library
           READ HOLD-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE HOLD-PICKUP-BRANCH TO WS-BRANCH-WORK
                   IF WS-BRANCH-WORK IS EQUAL TO SPACES THEN
                       MOVE BRANCH-MAIN-CODE TO WS-BRANCH-WORK
                   END-IF
                   IF WS-REPORT-BRANCH IS EQUAL TO SPACES
                       OR WS-REPORT-BRANCH IS EQUAL TO
                           WS-BRANCH-WORK THEN
                       EVALUATE HOLD-STATUS
                           WHEN "R" PERFORM REPORT-READY-HOLD
                           WHEN "T" ADD 1 TO WS-TRANSIT-COUNT
                           WHEN "W" ADD 1 TO WS-WAITING-COUNT
                           WHEN OTHER CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       REPORT-READY-HOLD.
           DISPLAY "ISBN " HOLD-ISBN
               " " FUNCTION TRIM(WS-TITLE)
               " for " FUNCTION TRIM(HOLD-BORROWER-ID)
               " at " FUNCTION TRIM(WS-BRANCH-WORK)
               " ready since " HOLD-READY-DATE
           ADD 1 TO WS-READY-COUNT.

