      *> each match. Unlike MODIFY-BOOK this takes no catalog lock and
      *> can't rewrite anything, so it is safe in front of patrons.
      *> When no copy is free it shows the earliest due date among the
      *> title's open loans, so the patron knows when to come back,
      *> and says so when copies are away in repair. Where copies are
      *> barcoded it also says which branches have one on the shelf
      AUTHOR. Aidan Simon.


           ALTERNATE RECORD KEY IS LOAN-BORROWER-ID WITH DUPLICATES
           FILE STATUS IS LNS.

           SELECT ITEM-DATABASE *> One record per physical copy
           ASSIGN TO "./items.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-BARCODE
           ALTERNATE RECORD KEY IS ITEM-ISBN WITH DUPLICATES
           FILE STATUS IS ITS.

           SELECT SUBSCRIPTION-DATABASE *> One record per subscribed title
           ASSIGN TO "./subs.db"
           ORGANIZATION IS INDEXED

           COPY "loanrec.cpy".

       FD  ITEM-DATABASE
           DATA RECORD IS ITEM-RECORD.

           COPY "itemrec.cpy".

       FD  SUBSCRIPTION-DATABASE
           DATA RECORD IS SUBSCRIPTION-RECORD.

          88 LNS-OK                   VALUE "00".
       01 WS-LOAN-FILE          PIC X(2) VALUE "N".
          88 LOAN-FILE-PRESENT        VALUE "Y".
       01 ITS                   PIC X(2).
          88 ITS-OK                   VALUE "00".
       01 WS-ITEM-FILE          PIC X(2) VALUE "N".
          88 ITEM-FILE-PRESENT        VALUE "Y".
       01 WS-ITEM-EOF           PIC X(2) VALUE "N".
          88 ITEM-EOF-REACHED         VALUE "Y".
       01 WS-IN-REPAIR          PIC 9(3) COMP.
       01 WS-OPTION             PIC 9.
       01 WS-EOF                PIC X(2) VALUE "N".
          88 EOF-REACHED              VALUE "Y".
          88 ISSUE-EOF-REACHED        VALUE "Y".
       01 WS-WORK-SUB           PIC X(8).
       01 WS-LATEST-RECEIVED    PIC 9(8).
       01 WS-LATEST-ROUTING     PIC X(1).
       01 WS-BRANCH-SHELF-TABLE.
          05 WS-BRANCH-SHELF    PIC 9(3) COMP OCCURS 3 TIMES.
       01 WS-B                  PIC 9(1).
       01 WS-BRANCH-WORK        PIC X(4).

           COPY "branch.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF LOAN-FILE-PRESENT THEN
               CLOSE LOAN-DATABASE
           END-IF
           IF ITEM-FILE-PRESENT THEN
               CLOSE ITEM-DATABASE
           END-IF
           IF SERIAL-FILES-PRESENT THEN
               CLOSE SUBSCRIPTION-DATABASE
               CLOSE ISSUE-DATABASE
           ELSE
               MOVE "N" TO WS-LOAN-FILE
           END-IF.
      *> only a site that barcodes its copies can track them in
      *> repair; without the item file that line is never shown
           OPEN INPUT ITEM-DATABASE.
           IF ITS-OK THEN
               MOVE "Y" TO WS-ITEM-FILE
           ELSE
               MOVE "N" TO WS-ITEM-FILE
           END-IF.
      *> a site with no serials desk has neither file, and the
      *> periodicals search just reports nothing on file
           OPEN INPUT SUBSCRIPTION-DATABASE.
           DISPLAY FUNCTION TRIM(BOOK-TITLE)
               " by " FUNCTION TRIM(BOOK-AUTHOR)
               " (" BOOK-YEAR ") ISBN " BOOK-ISBN
           PERFORM COUNT-COPIES-IN-REPAIR
           IF AVAILABLE-COPIES IS GREATER THAN 0 THEN
               DISPLAY "  available now: " AVAILABLE-COPIES " cop(ies)"
               PERFORM DISPLAY-BRANCH-SHELF
                   VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B IS GREATER THAN BRANCH-COUNT
               PERFORM DISPLAY-COPIES-IN-REPAIR
           ELSE
               PERFORM FIND-EARLIEST-DUE-DATE
               IF WS-EARLIEST-DUE IS EQUAL TO 0 THEN
                   IF WS-IN-REPAIR IS GREATER THAN 0 THEN
                       DISPLAY "  no copies available -- in repair"
                   ELSE
                       DISPLAY "  no copies available -- ask at the"
                           " desk"
                   END-IF
               ELSE
                   DISPLAY "  no copies available -- next due back "
                       WS-EARLIEST-DUE
                   PERFORM DISPLAY-COPIES-IN-REPAIR
               END-IF
           END-IF.

       DISPLAY-BRANCH-SHELF.
           IF WS-BRANCH-SHELF(WS-B) IS GREATER THAN 0 THEN
               DISPLAY "    on the shelf at "
                   FUNCTION TRIM(BR-NAME(WS-B)) ": "
                   WS-BRANCH-SHELF(WS-B)
           END-IF.

       DISPLAY-COPIES-IN-REPAIR.
           IF WS-IN-REPAIR IS GREATER THAN 0 THEN
               DISPLAY "  in repair: " WS-IN-REPAIR " cop(ies)"
           END-IF.

       COUNT-COPIES-IN-REPAIR.
      *> copies of an ISBN sit together on the item file's alternate
      *> index; mending, waiting for the bindery, and at the bindery
      *> all read the same to a patron. The same pass tallies the
      *> copies on the shelf at each branch
           MOVE 0 TO WS-IN-REPAIR
           PERFORM CLEAR-BRANCH-SHELF
               VARYING WS-B FROM 1 BY 1
               UNTIL WS-B IS GREATER THAN BRANCH-COUNT
           IF ITEM-FILE-PRESENT THEN
               MOVE BOOK-ISBN TO ITEM-ISBN
               START ITEM-DATABASE KEY IS NOT LESS THAN ITEM-ISBN
                   INVALID KEY
                       MOVE "Y" TO WS-ITEM-EOF
                   NOT INVALID KEY
                       MOVE "N" TO WS-ITEM-EOF
               END-START
               PERFORM COUNT-NEXT-COPY-IN-REPAIR UNTIL ITEM-EOF-REACHED
           END-IF.

       COUNT-NEXT-COPY-IN-REPAIR.
           READ ITEM-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ITEM-EOF
               NOT AT END
                   IF ITEM-ISBN NOT EQUAL BOOK-ISBN THEN
                       MOVE "Y" TO WS-ITEM-EOF
                   ELSE
                       IF ITEM-STATUS IS EQUAL TO "M"
                           OR ITEM-STATUS IS EQUAL TO "P"
                           OR ITEM-STATUS IS EQUAL TO "B" THEN
                           ADD 1 TO WS-IN-REPAIR
                       END-IF
                       IF ITEM-STATUS IS EQUAL TO "A" THEN
                           PERFORM TALLY-BRANCH-SHELF
                       END-IF
                   END-IF
           END-READ.

       CLEAR-BRANCH-SHELF.
           MOVE 0 TO WS-BRANCH-SHELF(WS-B).

       TALLY-BRANCH-SHELF.
      *> a copy from before branches existed carries spaces, which
      *> means the main library
           MOVE ITEM-BRANCH TO WS-BRANCH-WORK
           IF WS-BRANCH-WORK IS EQUAL TO SPACES THEN
               MOVE BRANCH-MAIN-CODE TO WS-BRANCH-WORK
           END-IF
           PERFORM MATCH-BRANCH-SHELF
               VARYING WS-B FROM 1 BY 1
               UNTIL WS-B IS GREATER THAN BRANCH-COUNT.

       MATCH-BRANCH-SHELF.
           IF BR-CODE(WS-B) IS EQUAL TO WS-BRANCH-WORK THEN
               ADD 1 TO WS-BRANCH-SHELF(WS-B)
           END-IF.

       RUN-SERIAL-SEARCH.
      *> same partial-text idea as the book searches, but against
      *> the subscription titles, with the latest received issue so
                   DISPLAY FUNCTION TRIM(SUB-TITLE)
                       " -- latest issue received "
                       WS-LATEST-RECEIVED
                   IF WS-LATEST-ROUTING IS EQUAL TO "O" THEN
                       DISPLAY "    (out on routing to staff -- on"
                           " the shelf once it is back)"
                   END-IF
               END-IF
           END-IF.

      *> a subscription's issues sit together in key order, so the
      *> last received one seen in the scan is the latest
           MOVE 0 TO WS-LATEST-RECEIVED
           MOVE SPACE TO WS-LATEST-ROUTING
           MOVE SUB-ID TO WS-WORK-SUB
           MOVE SUB-ID TO ISSUE-SUB-ID
           MOVE 0 TO ISSUE-EXPECTED-DATE
                       IF ISSUE-STATUS IS EQUAL TO "R" THEN
                           MOVE ISSUE-EXPECTED-DATE
                               TO WS-LATEST-RECEIVED
                           MOVE ISSUE-ROUTE-STATUS
                               TO WS-LATEST-ROUTING
                       END-IF
                   END-IF
           END-READ.
