      *> order, a scan whose call number sorts before the one just
      *> scanned in the same location is flagged as a shelving error
      *> -- mis-shelved, not missing. The missing list can be written
      *> in withdrawals.dat format to feed REMOVE-BOOK's batch mode.
      *> With an item file the stock-take can run for one branch: the
      *> shelf read is then checked against the copies that branch
      *> shelves, and copies in transit are never expected on a shelf
      AUTHOR. Aidan Simon.


           RECORD KEY IS HOLD-KEY
           FILE STATUS IS HDS.

           SELECT ITEM-DATABASE *> One record per physical copy
           ASSIGN TO "./items.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-BARCODE
           ALTERNATE RECORD KEY IS ITEM-ISBN WITH DUPLICATES
           FILE STATUS IS ITS.

           SELECT SHELF-READ-FILE *> Scanned ISBNs in shelf order
           ASSIGN TO "./shelfread.dat"
           ORGANIZATION IS LINE SEQUENTIAL

           COPY "holdrec.cpy".

       FD  ITEM-DATABASE
           DATA RECORD IS ITEM-RECORD.

           COPY "itemrec.cpy".

       FD  SHELF-READ-FILE
           DATA RECORD IS SHELF-READ-RECORD.

       01 WS-ISBN10-PREFIX      PIC 9(9).
       01 WS-ISBN13-CHECK       PIC 9(1).
       01 WS-J                  PIC 9(2) COMP.
       01 ITS                   PIC X(2).
          88 ITS-OK                   VALUE "00".
       01 WS-ITEM-FILE          PIC X(2) VALUE "N".
          88 ITEM-FILE-PRESENT        VALUE "Y".
       01 WS-ITEM-EOF           PIC X(2) VALUE "N".
          88 ITEM-EOF-REACHED         VALUE "Y".
       01 WS-IN-TRANSIT         PIC 9(5) COMP.
       01 WS-BRANCH-OWNS        PIC 9(5) COMP.
       01 WS-BRANCH-SHELVED     PIC 9(5) COMP.
       01 WS-REPORT-BRANCH      PIC X(4) VALUE SPACES.
       01 WS-BRANCH-WORK        PIC X(4).
       01 WS-BRANCH-NAME        PIC X(20).
       01 WS-BRANCH-VALID       PIC X(2) VALUE "N".
          88 BRANCH-IS-VALID          VALUE "Y".
       01 WS-B                  PIC 9(1).

           COPY "branch.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ASK-REPORT-BRANCH UNTIL BRANCH-IS-VALID
      *> a title missing from one branch is still owned elsewhere, so
      *> only an all-branch stock-take can feed the withdrawal batch
           IF WS-REPORT-BRANCH IS EQUAL TO SPACES THEN
               DISPLAY "Write missing titles to inventory_missing.dat"
                   " in withdrawals format? (Y/N): "
               ACCEPT WS-WRITE-MISSING
           ELSE
               MOVE "N" TO WS-WRITE-MISSING
           END-IF
           PERFORM OPEN-FILES
           PERFORM LOAD-NEXT-SCAN UNTIL SCAN-EOF-REACHED
           DISPLAY "Shelf read loaded: " WS-SCAN-TOTAL " scan(s), "
           IF HOLD-FILE-PRESENT THEN
               CLOSE HOLD-DATABASE
           END-IF
           IF ITEM-FILE-PRESENT THEN
               CLOSE ITEM-DATABASE
           END-IF
           IF WRITE-MISSING-LIST THEN
               CLOSE MISSING-FILE
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

       OPEN-FILES.
           OPEN INPUT LIBRARY-DATABASE.
           IF NOT DBS-OK THEN
           ELSE
               MOVE "N" TO WS-HOLD-FILE
           END-IF.
      *> the item file says which branch shelves each copy; without it
      *> there is only the one building to take stock of
           OPEN INPUT ITEM-DATABASE.
           IF ITS-OK THEN
               MOVE "Y" TO WS-ITEM-FILE
           ELSE
               MOVE "N" TO WS-ITEM-FILE
               IF WS-REPORT-BRANCH NOT EQUAL SPACES THEN
                   DISPLAY "Error: a branch stock-take needs the item"
                       " file -- run it for all branches"
                   CLOSE LIBRARY-DATABASE
                   CLOSE LOAN-DATABASE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT SHELF-READ-FILE.
           IF NOT SRS-OK THEN
               DISPLAY "Error opening shelfread.dat"
               AT END
                   MOVE "Y" TO WS-CAT-EOF
               NOT AT END
                   IF WS-REPORT-BRANCH IS EQUAL TO SPACES THEN
                       PERFORM CHECK-ONE-CATALOG-RECORD
                   ELSE
                       PERFORM CHECK-ONE-BRANCH-RECORD
                   END-IF
           END-READ.

       CHECK-ONE-CATALOG-RECORD.
      *> a copy set aside for a ready hold sits behind the desk, not
      *> on the shelf -- it is accounted for the same way an open
      *> loan is, so a held book is never called missing or fed to
      *> the withdrawal batch. A copy in transit between branches is
      *> on a van, not a shelf, and is accounted for the same way
           PERFORM COUNT-OPEN-LOANS
           PERFORM COUNT-READY-HOLDS
           PERFORM COUNT-BRANCH-COPIES
           MOVE 0 TO WS-SCANNED-COUNT
           MOVE BOOK-ISBN TO WS-USE-ISBN
           PERFORM FIND-SCAN-ENTRY
           END-IF
           IF WS-SCANNED-COUNT IS EQUAL TO 0
               AND WS-OPEN-LOANS IS EQUAL TO 0
               AND WS-READY-HOLDS IS EQUAL TO 0
               AND WS-IN-TRANSIT IS EQUAL TO 0 THEN
               DISPLAY "missing: " BOOK-ISBN " "
                   FUNCTION TRIM(BOOK-TITLE)
                   " (" TOTAL-COPIES " cop(ies) unaccounted for)"
           ELSE
               COMPUTE WS-EXPECTED-ON-SHELF =
                   TOTAL-COPIES - WS-OPEN-LOANS - WS-READY-HOLDS
                       - WS-IN-TRANSIT
               IF WS-SCANNED-COUNT NOT EQUAL WS-EXPECTED-ON-SHELF THEN
                   DISPLAY "count mismatch: " BOOK-ISBN " "
                       FUNCTION TRIM(BOOK-TITLE)
                       " owns " TOTAL-COPIES
                       " on loan " WS-OPEN-LOANS
                       " set aside " WS-READY-HOLDS
                       " in transit " WS-IN-TRANSIT
                       " scanned " WS-SCANNED-COUNT
                   ADD 1 TO WS-MISMATCH-COUNT
               END-IF
           END-IF.

       CHECK-ONE-BRANCH-RECORD.
      *> one branch's shelves should hold its own copies that are on
      *> the shelf, less the ones behind its desk for ready holds
      *> collected there. A title the branch doesn't shelve is only
      *> worth a line if the crew scanned it there anyway
           PERFORM COUNT-BRANCH-COPIES
           PERFORM COUNT-READY-HOLDS
           MOVE 0 TO WS-SCANNED-COUNT
           MOVE BOOK-ISBN TO WS-USE-ISBN
           PERFORM FIND-SCAN-ENTRY
           IF WS-HIT IS GREATER THAN 0 THEN
               MOVE WS-SC-COUNT(WS-HIT) TO WS-SCANNED-COUNT
               MOVE "Y" TO WS-SC-MATCHED(WS-HIT)
           END-IF
           COMPUTE WS-EXPECTED-ON-SHELF =
               WS-BRANCH-SHELVED - WS-READY-HOLDS
           IF WS-EXPECTED-ON-SHELF IS LESS THAN 0 THEN
               MOVE 0 TO WS-EXPECTED-ON-SHELF
           END-IF
           IF WS-SCANNED-COUNT IS EQUAL TO 0
               AND WS-EXPECTED-ON-SHELF IS GREATER THAN 0 THEN
               DISPLAY "missing: " BOOK-ISBN " "
                   FUNCTION TRIM(BOOK-TITLE)
                   " (" WS-EXPECTED-ON-SHELF " cop(ies) unaccounted"
                   " for at " FUNCTION TRIM(WS-REPORT-BRANCH) ")"
               ADD 1 TO WS-MISSING-COUNT
           ELSE
               IF WS-SCANNED-COUNT NOT EQUAL WS-EXPECTED-ON-SHELF THEN
                   DISPLAY "count mismatch: " BOOK-ISBN " "
                       FUNCTION TRIM(BOOK-TITLE)
                       " branch owns " WS-BRANCH-OWNS
                       " on its shelves " WS-BRANCH-SHELVED
                       " set aside " WS-READY-HOLDS
                       " scanned " WS-SCANNED-COUNT
                   ADD 1 TO WS-MISMATCH-COUNT
               END-IF
           END-IF.

       COUNT-BRANCH-COPIES.
      *> copies of an ISBN sit together on the item file's alternate
      *> index: one pass counts the copies in transit, and the copies
      *> the report branch shelves and how many of those are in. A
      *> copy from before branches existed belongs to the main library
           MOVE 0 TO WS-IN-TRANSIT
           MOVE 0 TO WS-BRANCH-OWNS
           MOVE 0 TO WS-BRANCH-SHELVED
           IF ITEM-FILE-PRESENT THEN
               MOVE BOOK-ISBN TO ITEM-ISBN
               START ITEM-DATABASE KEY IS NOT LESS THAN ITEM-ISBN
                   INVALID KEY
                       MOVE "Y" TO WS-ITEM-EOF
                   NOT INVALID KEY
                       MOVE "N" TO WS-ITEM-EOF
               END-START
               PERFORM COUNT-NEXT-BRANCH-COPY UNTIL ITEM-EOF-REACHED
           END-IF.

       COUNT-NEXT-BRANCH-COPY.
           READ ITEM-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ITEM-EOF
               NOT AT END
                   IF ITEM-ISBN NOT EQUAL BOOK-ISBN THEN
                       MOVE "Y" TO WS-ITEM-EOF
                   ELSE
                       PERFORM TALLY-BRANCH-COPY
                   END-IF
           END-READ.

       TALLY-BRANCH-COPY.
           IF ITEM-STATUS IS EQUAL TO "T" THEN
               ADD 1 TO WS-IN-TRANSIT
           END-IF
           MOVE ITEM-BRANCH TO WS-BRANCH-WORK
           IF WS-BRANCH-WORK IS EQUAL TO SPACES THEN
               MOVE BRANCH-MAIN-CODE TO WS-BRANCH-WORK
           END-IF
           IF WS-BRANCH-WORK IS EQUAL TO WS-REPORT-BRANCH
               AND ITEM-STATUS NOT EQUAL "W" THEN
               ADD 1 TO WS-BRANCH-OWNS
               IF ITEM-STATUS IS EQUAL TO "A" THEN
                   ADD 1 TO WS-BRANCH-SHELVED
               END-IF
           END-IF.

       COUNT-OPEN-LOANS.
      *> loans for an ISBN sit together on the alternate index --
      *> position there and count the open ones until the ISBN changes
                   IF HOLD-ISBN NOT EQUAL BOOK-ISBN THEN
                       MOVE "Y" TO WS-HOLD-EOF
                   ELSE
                       MOVE HOLD-PICKUP-BRANCH TO WS-BRANCH-WORK
                       IF WS-BRANCH-WORK IS EQUAL TO SPACES THEN
                           MOVE BRANCH-MAIN-CODE TO WS-BRANCH-WORK
                       END-IF
                       IF HOLD-STATUS IS EQUAL TO "R"
                           AND (WS-REPORT-BRANCH IS EQUAL TO SPACES
                               OR WS-REPORT-BRANCH IS EQUAL TO
                                   WS-BRANCH-WORK) THEN
                           ADD 1 TO WS-READY-HOLDS
                       END-IF
                   END-IF
