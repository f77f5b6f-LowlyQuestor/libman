      *> category, the most-borrowed titles, and a turnover rate per
      *> title (checkouts divided by copies owned). High turnover
      *> justifies buying more copies; zero turnover feeds the weeding
      *> list. Run it before the archive job moves the month away.
      *> It can run for one branch: a loan counts for the branch that
      *> shelves the copy lent, and turnover is taken over the copies
      *> that branch owns, so the item file must be present for that
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

       DATA DIVISION.
       FILE SECTION.
       FD  LIBRARY-DATABASE

           COPY "loanrec.cpy".

       FD  ITEM-DATABASE
           DATA RECORD IS ITEM-RECORD.

           COPY "itemrec.cpy".

       WORKING-STORAGE SECTION.
       01 DBS                   PIC X(2).
          88 DBS-OK                   VALUE "00".
       01 WS-BEST               PIC 9(4) COMP.
       01 WS-TURNOVER           PIC 9(4)V99.
       01 WS-TURNOVER-DISPLAY   PIC ZZZ9.99.
       01 ITS                   PIC X(2).
          88 ITS-OK                   VALUE "00".
       01 WS-ITEM-FILE          PIC X(2) VALUE "N".
          88 ITEM-FILE-PRESENT        VALUE "Y".
       01 WS-ITEM-EOF           PIC X(2) VALUE "N".
          88 ITEM-EOF-REACHED         VALUE "Y".
       01 WS-BRANCH-COPIES      PIC 9(3).
       01 WS-OTHER-BRANCH-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-REPORT-BRANCH      PIC X(4) VALUE SPACES.
       01 WS-LOAN-BRANCH        PIC X(4).
       01 WS-BRANCH-WORK        PIC X(4).
       01 WS-BRANCH-NAME        PIC X(20).
       01 WS-BRANCH-VALID       PIC X(2) VALUE "N".
          88 BRANCH-IS-VALID          VALUE "Y".
       01 WS-B                  PIC 9(1).

           COPY "branch.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "error: the to date is before the from date"
               STOP RUN
           END-IF
           PERFORM ASK-REPORT-BRANCH UNTIL BRANCH-IS-VALID
           PERFORM OPEN-DATABASES
           PERFORM LOAD-NEXT-TITLE UNTIL CAT-EOF-REACHED
           PERFORM TALLY-NEXT-LOAN UNTIL LOAN-EOF-REACHED
           DISPLAY "Circulation statistics for checkouts "
               WS-FROM-DATE " through " WS-TO-DATE
           IF WS-REPORT-BRANCH IS EQUAL TO SPACES THEN
               DISPLAY "All branches"
           ELSE
               DISPLAY "Branch: " FUNCTION TRIM(WS-BRANCH-NAME)
               DISPLAY "Checkouts of other branches' copies left out: "
                   WS-OTHER-BRANCH-COUNT
           END-IF
           DISPLAY "Checkouts in period: " WS-IN-RANGE-COUNT
           PERFORM REPORT-BY-CATEGORY
           PERFORM REPORT-TOP-TITLES
           END-IF
           CLOSE LIBRARY-DATABASE
           CLOSE LOAN-DATABASE
           IF ITEM-FILE-PRESENT THEN
               CLOSE ITEM-DATABASE
           END-IF
           STOP RUN.

       ASK-REPORT-BRANCH.
           DISPLAY "Branch (blank for all branches): "
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

       OPEN-DATABASES.
           OPEN INPUT LIBRARY-DATABASE.
           IF NOT DBS-OK THEN
               CLOSE LIBRARY-DATABASE
               STOP RUN
           END-IF.
           OPEN INPUT ITEM-DATABASE.
           IF ITS-OK THEN
               MOVE "Y" TO WS-ITEM-FILE
           ELSE
               MOVE "N" TO WS-ITEM-FILE
               IF WS-REPORT-BRANCH NOT EQUAL SPACES THEN
                   DISPLAY "Error: a branch report needs the item file"
                       " -- run it for all branches"
                   CLOSE LIBRARY-DATABASE
                   CLOSE LOAN-DATABASE
                   STOP RUN
               END-IF
           END-IF.

       LOAD-NEXT-TITLE.
           READ LIBRARY-DATABASE NEXT RECORD
               MOVE BOOK-TITLE    TO WS-TE-TITLE(WS-TITLE-COUNT)
               MOVE BOOK-CATEGORY TO WS-TE-CATEGORY(WS-TITLE-COUNT)
               MOVE TOTAL-COPIES  TO WS-TE-COPIES(WS-TITLE-COUNT)
               IF WS-REPORT-BRANCH NOT EQUAL SPACES THEN
                   PERFORM COUNT-BRANCH-COPIES
                   MOVE WS-BRANCH-COPIES
                       TO WS-TE-COPIES(WS-TITLE-COUNT)
               END-IF
               MOVE 0             TO WS-TE-CHECKOUTS(WS-TITLE-COUNT)
               MOVE "N"           TO WS-TE-REPORTED(WS-TITLE-COUNT)
           ELSE
                   IF LOAN-CHECKOUT-DATE IS NOT LESS THAN WS-FROM-DATE
                       AND LOAN-CHECKOUT-DATE IS NOT GREATER THAN
                           WS-TO-DATE THEN
                       PERFORM FIND-LOAN-BRANCH
                       IF WS-REPORT-BRANCH IS EQUAL TO SPACES
                           OR WS-LOAN-BRANCH IS EQUAL TO
                               WS-REPORT-BRANCH THEN
                           PERFORM TALLY-ONE-LOAN
                       ELSE
                           ADD 1 TO WS-OTHER-BRANCH-COUNT
                       END-IF
                   END-IF
           END-READ.

       FIND-LOAN-BRANCH.
      *> a loan belongs to the branch that shelves the copy lent. A
      *> loan from before copies carried barcodes, or for a copy since
      *> withdrawn from the item file, is the main library's
           MOVE BRANCH-MAIN-CODE TO WS-LOAN-BRANCH
           IF ITEM-FILE-PRESENT
               AND LOAN-BARCODE NOT EQUAL SPACES THEN
               MOVE LOAN-BARCODE TO ITEM-BARCODE
               READ ITEM-DATABASE KEY IS ITEM-BARCODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ITEM-BRANCH NOT EQUAL SPACES THEN
                           MOVE ITEM-BRANCH TO WS-LOAN-BRANCH
                       END-IF
               END-READ
           END-IF.

       COUNT-BRANCH-COPIES.
      *> the copies of this title the report branch owns, withdrawn
      *> copies aside; a copy with no branch is the main library's
           MOVE 0 TO WS-BRANCH-COPIES
           MOVE BOOK-ISBN TO ITEM-ISBN
           START ITEM-DATABASE KEY IS NOT LESS THAN ITEM-ISBN
               INVALID KEY
                   MOVE "Y" TO WS-ITEM-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-ITEM-EOF
           END-START
           PERFORM COUNT-NEXT-BRANCH-COPY UNTIL ITEM-EOF-REACHED.

       COUNT-NEXT-BRANCH-COPY.
           READ ITEM-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ITEM-EOF
               NOT AT END
                   IF ITEM-ISBN NOT EQUAL BOOK-ISBN THEN
                       MOVE "Y" TO WS-ITEM-EOF
                   ELSE
                       MOVE ITEM-BRANCH TO WS-BRANCH-WORK
                       IF WS-BRANCH-WORK IS EQUAL TO SPACES THEN
                           MOVE BRANCH-MAIN-CODE TO WS-BRANCH-WORK
                       END-IF
                       IF WS-BRANCH-WORK IS EQUAL TO WS-REPORT-BRANCH
                           AND ITEM-STATUS NOT EQUAL "W" THEN
                           ADD 1 TO WS-BRANCH-COPIES
                       END-IF
                   END-IF
           END-READ.

      *> a record with a zero copy count shouldn't exist, but a
      *> hand-edited file once made one -- don't divide by it
           IF WS-TE-COPIES(WS-I) IS EQUAL TO 0 THEN
               IF WS-REPORT-BRANCH IS EQUAL TO SPACES
                   OR WS-TE-CHECKOUTS(WS-I) IS GREATER THAN 0 THEN
                   DISPLAY "  " WS-TE-TITLE(WS-I) " owns no copies"
               END-IF
           ELSE
               COMPUTE WS-TURNOVER ROUNDED =
                   WS-TE-CHECKOUTS(WS-I) / WS-TE-COPIES(WS-I)
