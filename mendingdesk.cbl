      IDENTIFICATION DIVISION.
      PROGRAM-ID. MENDING-DESK.
      *> Takes copies off the shelf for repair and brings them back.
      *> A copy goes either to in-house mending or onto the pile for
      *> the outside bindery, which BINDERY-SHIPPING lists and ships.
      *> Either way it leaves AVAILABLE-COPIES, so CATALOG-SEARCH and
      *> PLACE-HOLD stop treating it as on the shelf, and CHECKOUT-BOOK
      *> refuses its barcode. Receiving a copy back routes it like a
      *> return: to the first waiting hold -- on the hold shelf here,
      *> or in transit to the hold's pickup branch -- or back into the
      *> pool, sent home first if it belongs to another branch.
      *> REPAIR-OVERDUE lists copies that have been away too long
      AUTHOR. Aidan Simon.


      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-DATABASE *> One record per physical copy
           ASSIGN TO "./items.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-BARCODE
           ALTERNATE RECORD KEY IS ITEM-ISBN WITH DUPLICATES
           FILE STATUS IS ITS.

           SELECT LIBRARY-DATABASE *> Defines the file to be used as the DB
           ASSIGN TO "./library.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOOK-ISBN
           ALTERNATE RECORD KEY IS BOOK-TITLE WITH DUPLICATES
           FILE STATUS IS DBS.

           SELECT HOLD-DATABASE *> Queue of holds awaiting a copy
           ASSIGN TO "./holds.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLD-KEY
           FILE STATUS IS HDS.

           SELECT TRANSACTION-LOG *> Audit trail of catalog changes
           ASSIGN TO "./transaction.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TLS.

           SELECT NOTIFY-QUEUE *> Outbound notifications, typed entries
           ASSIGN TO "./notifyq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NQS.

           SELECT TRANSIT-SLIP-FILE *> Slips for copies sent on
           ASSIGN TO "./transit_slips.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TSS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-DATABASE
           DATA RECORD IS ITEM-RECORD.

           COPY "itemrec.cpy".

       FD  LIBRARY-DATABASE
           DATA RECORD IS LIBRARY-RECORD.

           COPY "librec.cpy".

       FD  HOLD-DATABASE
           DATA RECORD IS HOLD-RECORD.

           COPY "holdrec.cpy".

       FD  TRANSACTION-LOG
           DATA RECORD IS AUDIT-RECORD.

           COPY "auditrec.cpy".

       FD  NOTIFY-QUEUE
           DATA RECORD IS NOTIFY-RECORD.

           COPY "notifyrec.cpy".

       FD  TRANSIT-SLIP-FILE
           DATA RECORD IS TRANSIT-SLIP-LINE.
       01  TRANSIT-SLIP-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 ITS                   PIC X(2).
          88 ITS-OK                   VALUE "00".
       01 DBS                   PIC X(2).
          88 DBS-OK                   VALUE "00".
       01 HDS                   PIC X(2).
          88 HDS-OK                   VALUE "00".
          88 HDS-FILE-NOT-FOUND       VALUE "35".
       01 TLS                   PIC X(2).
          88 TLS-OK                   VALUE "00".
       01 NQS                   PIC X(2).
          88 NQS-OK                   VALUE "00".
       01 WS-ACTION             PIC 9.
       01 WS-SCAN-BARCODE       PIC X(14).
       01 WS-SESSION-DONE       PIC X(2) VALUE "N".
          88 SESSION-IS-DONE          VALUE "Y".
       01 WS-FOUND              PIC X(2) VALUE "N".
          88 BOOK-WAS-FOUND           VALUE "Y".
       01 WS-PULLED             PIC X(2) VALUE "N".
          88 COPY-WAS-PULLED          VALUE "Y".
       01 WS-HOLD-EOF           PIC X(2) VALUE "N".
          88 HOLD-EOF-REACHED         VALUE "Y".
       01 WS-HOLD-FOUND         PIC X(2) VALUE "N".
          88 HOLD-WAS-FOUND           VALUE "Y".
       01 WS-SEARCH-ISBN        PIC 9(13).
       01 WS-TODAY              PIC 9(8).
       01 WS-AVAIL-BEFORE       PIC 9(3).
       01 WS-DONE-COUNT         PIC 9(5) COMP VALUE 0.
       01 TSS                   PIC X(2).
          88 TSS-OK                   VALUE "00".
       01 WS-SLIP-FILE          PIC X(2) VALUE "N".
          88 SLIP-FILE-PRESENT        VALUE "Y".
       01 WS-DESK-BRANCH        PIC X(4) VALUE SPACES.
       01 WS-ROUTE-TO           PIC X(4) VALUE SPACES.
       01 WS-BRANCH-WORK        PIC X(4).
       01 WS-BRANCH-NAME        PIC X(20).
       01 WS-BRANCH-VALID       PIC X(2) VALUE "N".
          88 BRANCH-IS-VALID          VALUE "Y".
       01 WS-B                  PIC 9(1).
       01 WS-SLIP-BORROWER      PIC X(10) VALUE SPACES.
       01 WS-SLIP-TITLE         PIC X(25).
       01 WS-SLIP-LINE          PIC X(80).
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
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM ASK-ACTION
           IF WS-ACTION IS GREATER THAN 0
               AND WS-ACTION IS LESS THAN 4 THEN
      *> where a repaired copy goes next depends on where it is
      *> being received, just as at the returns desk
               IF WS-ACTION IS EQUAL TO 3 THEN
                   PERFORM ASK-DESK-BRANCH UNTIL BRANCH-IS-VALID
               END-IF
               PERFORM PROCESS-NEXT-SCAN UNTIL SESSION-IS-DONE
               DISPLAY "Copies handled: " WS-DONE-COUNT
           ELSE
               DISPLAY "error: not a valid choice"
           END-IF.
           CLOSE ITEM-DATABASE.
           CLOSE LIBRARY-DATABASE.
           CLOSE HOLD-DATABASE.
           CLOSE TRANSACTION-LOG.
           CLOSE NOTIFY-QUEUE.
           IF SLIP-FILE-PRESENT THEN
               CLOSE TRANSIT-SLIP-FILE
           END-IF.
           STOP RUN.

       ASK-ACTION.
           DISPLAY "1. Send copies to in-house mending"
           DISPLAY "2. Pull copies for the bindery"
           DISPLAY "3. Receive copies back from repair"
           DISPLAY "Please enter a choice: "
           ACCEPT WS-ACTION.

       ASK-DESK-BRANCH.
           DISPLAY "Please enter this desk's branch (blank for "
               FUNCTION TRIM(BRANCH-MAIN-CODE) "): "
           MOVE SPACES TO WS-BRANCH-WORK
           ACCEPT WS-BRANCH-WORK
           PERFORM DEFAULT-TO-MAIN-BRANCH
           PERFORM LOOK-UP-BRANCH-NAME
           IF BRANCH-IS-VALID THEN
               MOVE WS-BRANCH-WORK TO WS-DESK-BRANCH
           ELSE
               DISPLAY "error: not a branch code"
           END-IF.

       DEFAULT-TO-MAIN-BRANCH.
      *> a branch code of spaces was written before branches existed,
      *> when everything lived at the main library
           IF WS-BRANCH-WORK IS EQUAL TO SPACES THEN
               MOVE BRANCH-MAIN-CODE TO WS-BRANCH-WORK
           END-IF.

       LOOK-UP-BRANCH-NAME.
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

       OPEN-DATABASES.
      *> a copy has to be registered to be tracked while it is away,
      *> so without an item file there is nothing to do here
           OPEN I-O ITEM-DATABASE.
           IF NOT ITS-OK THEN
               DISPLAY "error: no item file -- register copies with"
                   " ITEM-MAINT first"
               STOP RUN
           END-IF.
           OPEN I-O LIBRARY-DATABASE.
           IF NOT DBS-OK THEN
               DISPLAY "Error opening database file"
               STOP RUN
           END-IF.
      *> OPEN OUTPUT on an indexed file wipes it, so the hold file is
      *> opened for update and only created fresh the first time
           OPEN I-O HOLD-DATABASE.
           IF HDS-FILE-NOT-FOUND THEN
               OPEN OUTPUT HOLD-DATABASE
               CLOSE HOLD-DATABASE
               OPEN I-O HOLD-DATABASE
           END-IF.
           IF NOT HDS-OK THEN
               DISPLAY "Error opening hold file"
               STOP RUN
           END-IF.
      *> the log is append-only, so EXTEND both creates it the first
      *> time and picks up where the last run left off after that
           OPEN EXTEND TRANSACTION-LOG.
           IF NOT TLS-OK THEN
               DISPLAY "Error opening transaction log"
               STOP RUN
           END-IF.
      *> the notification queue is append-only the same way --
      *> NOTIFY-DISPATCH is what works it off
           OPEN EXTEND NOTIFY-QUEUE.
           IF NOT NQS-OK THEN
               DISPLAY "Error opening notification queue"
               STOP RUN
           END-IF.
      *> transit slips are queued for printing the way RETURN-BOOK
      *> queues them, and shown on screen as well, so a missing print
      *> file never holds up the desk
           OPEN EXTEND TRANSIT-SLIP-FILE.
           IF TSS-OK THEN
               MOVE "Y" TO WS-SLIP-FILE
           ELSE
               MOVE "N" TO WS-SLIP-FILE
               DISPLAY "warning: unable to open transit_slips.txt --"
                   " slips will only be shown on screen"
           END-IF.

       PROCESS-NEXT-SCAN.
           DISPLAY "Please scan the next barcode (blank to finish): "
           MOVE SPACES TO WS-SCAN-BARCODE
           ACCEPT WS-SCAN-BARCODE
           IF WS-SCAN-BARCODE IS EQUAL TO SPACES THEN
               MOVE "Y" TO WS-SESSION-DONE
           ELSE
               MOVE WS-SCAN-BARCODE TO ITEM-BARCODE
               READ ITEM-DATABASE RECORD
                   KEY IS ITEM-BARCODE
                   INVALID KEY
                       DISPLAY "error: that barcode is not on the item"
                           " file"
                   NOT INVALID KEY
                       IF WS-ACTION IS EQUAL TO 3 THEN
                           PERFORM RECEIVE-COPY-BACK
                       ELSE
                           PERFORM SEND-COPY-AWAY
                       END-IF
               END-READ
           END-IF.

       SEND-COPY-AWAY.
           EVALUATE ITEM-STATUS
               WHEN "A"
                   PERFORM TAKE-COPY-OFF-SHELF
                   IF COPY-WAS-PULLED THEN
                       IF WS-ACTION IS EQUAL TO 1 THEN
                           MOVE "M" TO ITEM-STATUS
                       ELSE
                           MOVE "P" TO ITEM-STATUS
                       END-IF
                       MOVE WS-TODAY TO ITEM-AWAY-DATE
                       PERFORM REWRITE-ITEM
                       PERFORM LOG-REPAIR-MOVEMENT
                       ADD 1 TO WS-DONE-COUNT
                       IF WS-ACTION IS EQUAL TO 1 THEN
                           DISPLAY FUNCTION TRIM(BOOK-TITLE)
                               " -- sent to mending"
                       ELSE
                           DISPLAY FUNCTION TRIM(BOOK-TITLE)
                               " -- pulled for the bindery"
                       END-IF
                   END-IF
               WHEN "O"
                   DISPLAY "error: that copy is out on loan -- return"
                       " it with RETURN-BOOK first"
               WHEN "W"
                   DISPLAY "error: that copy has been withdrawn"
               WHEN "T"
                   DISPLAY "error: that copy is in transit between"
                       " branches -- receive it at RETURN-BOOK first"
               WHEN OTHER
                   DISPLAY "error: that copy is already away for"
                       " repair, since " ITEM-AWAY-DATE
           END-EVALUATE.

       TAKE-COPY-OFF-SHELF.
      *> a copy on the shelf is one of AVAILABLE-COPIES, so that count
      *> comes down. With none available the copy in hand must be one
      *> set aside for a ready hold, and that one stays for its reader
           MOVE "N" TO WS-PULLED
           MOVE ITEM-ISBN TO BOOK-ISBN
           READ LIBRARY-DATABASE RECORD
               KEY IS BOOK-ISBN
               INVALID KEY
                   DISPLAY "error: that item's ISBN is not in the"
                       " catalog"
               NOT INVALID KEY
                   IF AVAILABLE-COPIES IS EQUAL TO 0 THEN
                       DISPLAY "error: no copy of "
                           FUNCTION TRIM(BOOK-TITLE)
                           " is on the open shelf -- a copy set aside"
                           " for a hold can't be pulled"
                   ELSE
                       MOVE AVAILABLE-COPIES TO WS-AVAIL-BEFORE
                       SUBTRACT 1 FROM AVAILABLE-COPIES
                       REWRITE LIBRARY-RECORD
                           INVALID KEY
                               DISPLAY "error: unable to update copy"
                                   " count"
                           NOT INVALID KEY
                               MOVE "Y" TO WS-PULLED
                       END-REWRITE
                   END-IF
           END-READ.

       RECEIVE-COPY-BACK.
           IF ITEM-STATUS NOT EQUAL "M" AND ITEM-STATUS NOT EQUAL "P"
               AND ITEM-STATUS NOT EQUAL "B" THEN
               DISPLAY "error: that copy is not away for repair"
           ELSE
               MOVE ITEM-ISBN TO WS-SEARCH-ISBN
               PERFORM RETURN-COPY-TO-SERVICE
               PERFORM SHELVE-OR-ROUTE-ITEM
               ADD 1 TO WS-DONE-COUNT
           END-IF.

       RETURN-COPY-TO-SERVICE.
      *> a repaired copy goes to the first borrower waiting on a hold
      *> if there is one, just as a returned one does -- sent on to
      *> the hold's pickup branch if that isn't this one -- and
      *> otherwise back into the available pool for this title. A
      *> copy that belongs to another branch goes home first, and
      *> only rejoins the pool when RETURN-BOOK receives it there
           MOVE SPACES TO WS-ROUTE-TO
           MOVE SPACES TO WS-SLIP-BORROWER
           MOVE WS-SEARCH-ISBN TO BOOK-ISBN
           READ LIBRARY-DATABASE RECORD
               KEY IS BOOK-ISBN
               INVALID KEY
                   MOVE "N" TO WS-FOUND
                   DISPLAY "warning: ISBN " FUNCTION TRIM(WS-SEARCH-ISBN)
                       " is no longer in the catalog"
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF BOOK-WAS-FOUND THEN
               MOVE AVAILABLE-COPIES TO WS-AVAIL-BEFORE
               PERFORM FIND-WAITING-HOLD
               IF HOLD-WAS-FOUND THEN
                   MOVE HOLD-PICKUP-BRANCH TO WS-BRANCH-WORK
               ELSE
                   MOVE ITEM-BRANCH TO WS-BRANCH-WORK
               END-IF
               PERFORM DEFAULT-TO-MAIN-BRANCH
               IF WS-BRANCH-WORK NOT EQUAL WS-DESK-BRANCH THEN
                   MOVE WS-BRANCH-WORK TO WS-ROUTE-TO
               END-IF
               IF HOLD-WAS-FOUND THEN
                   IF WS-ROUTE-TO IS EQUAL TO SPACES THEN
                       PERFORM SET-COPY-ASIDE-FOR-HOLD
                   ELSE
                       PERFORM SEND-COPY-TO-HOLD-BRANCH
                   END-IF
               ELSE
                   IF WS-ROUTE-TO IS EQUAL TO SPACES THEN
                       PERFORM RELEASE-COPY-TO-POOL
                   ELSE
                       DISPLAY FUNCTION TRIM(BOOK-TITLE)
                           " -- belongs to " FUNCTION TRIM(WS-ROUTE-TO)
                           ", send it home"
                   END-IF
               END-IF
               PERFORM LOG-REPAIR-MOVEMENT
           END-IF.

       RELEASE-COPY-TO-POOL.
           ADD 1 TO AVAILABLE-COPIES
           REWRITE LIBRARY-RECORD
               INVALID KEY
                   DISPLAY "error: unable to update copy count"
               NOT INVALID KEY
                   DISPLAY FUNCTION TRIM(BOOK-TITLE)
                       " -- back on the shelf"
           END-REWRITE.

       FIND-WAITING-HOLD.
      *> holds for an ISBN sort oldest-first within the key, so the
      *> first record with status W is the head of the queue
           MOVE WS-SEARCH-ISBN TO HOLD-ISBN
           MOVE 0 TO HOLD-PLACED-DATE
           MOVE 0 TO HOLD-PLACED-TIME
           MOVE "N" TO WS-HOLD-FOUND
           START HOLD-DATABASE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HOLD-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-HOLD-EOF
           END-START
           PERFORM FIND-NEXT-WAITING-HOLD
               UNTIL HOLD-EOF-REACHED OR HOLD-WAS-FOUND.

       FIND-NEXT-WAITING-HOLD.
           READ HOLD-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HOLD-EOF
               NOT AT END
                   IF HOLD-ISBN NOT EQUAL WS-SEARCH-ISBN THEN
                       MOVE "Y" TO WS-HOLD-EOF
                   ELSE
                       IF HOLD-STATUS IS EQUAL TO "W" THEN
                           MOVE "Y" TO WS-HOLD-FOUND
                       END-IF
                   END-IF
           END-READ.

       SET-COPY-ASIDE-FOR-HOLD.
      *> the copy never reaches AVAILABLE-COPIES -- it is held at the
      *> desk for the borrower at the head of the queue
           MOVE "R" TO HOLD-STATUS
           MOVE WS-TODAY TO HOLD-READY-DATE
           REWRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY "error: unable to update hold record"
               NOT INVALID KEY
                   PERFORM QUEUE-HOLD-READY-NOTICE
                   DISPLAY FUNCTION TRIM(BOOK-TITLE)
                       " -- set aside for hold by borrower "
                       FUNCTION TRIM(HOLD-BORROWER-ID)
           END-REWRITE.

       SEND-COPY-TO-HOLD-BRANCH.
      *> the hold is marked T so the next copy back doesn't fill it
      *> a second time; the ready notice waits until RETURN-BOOK
      *> receives the copy at the pickup branch
           MOVE "T" TO HOLD-STATUS
           MOVE HOLD-BORROWER-ID TO WS-SLIP-BORROWER
           REWRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY "error: unable to update hold record"
               NOT INVALID KEY
                   DISPLAY FUNCTION TRIM(BOOK-TITLE)
                       " -- trapped for hold by borrower "
                       FUNCTION TRIM(HOLD-BORROWER-ID)
                       ", send it to " FUNCTION TRIM(WS-ROUTE-TO)
           END-REWRITE.

       QUEUE-HOLD-READY-NOTICE.
           MOVE "P" TO NOTIFY-STATUS
           MOVE "H" TO NOTIFY-TYPE
           MOVE HOLD-BORROWER-ID TO NOTIFY-BORROWER-ID
           MOVE HOLD-ISBN TO NOTIFY-ISBN
           MOVE HOLD-READY-DATE TO NOTIFY-EVENT-DATE
           MOVE WS-TODAY TO NOTIFY-QUEUED-DATE
           MOVE SPACE TO NOTIFY-CHANNEL
           WRITE NOTIFY-RECORD.

       SHELVE-OR-ROUTE-ITEM.
      *> the copy either stays at this desk -- on the shelf or the hold
      *> shelf -- or travels to the branch RETURN-COPY-TO-SERVICE
      *> routed it to, with a slip to go inside the cover
           IF WS-ROUTE-TO IS EQUAL TO SPACES THEN
               MOVE "A" TO ITEM-STATUS
               MOVE SPACES TO ITEM-TRANSIT-TO
               MOVE 0 TO ITEM-AWAY-DATE
           ELSE
               MOVE "T" TO ITEM-STATUS
               MOVE WS-ROUTE-TO TO ITEM-TRANSIT-TO
               MOVE WS-TODAY TO ITEM-AWAY-DATE
               PERFORM PRINT-TRANSIT-SLIP
           END-IF
           PERFORM REWRITE-ITEM.

       PRINT-TRANSIT-SLIP.
      *> the same slip RETURN-BOOK prints: where the copy is going,
      *> which copy it is, and whether a borrower is waiting for it
           MOVE SPACES TO WS-SLIP-TITLE
           MOVE ITEM-ISBN TO BOOK-ISBN
           READ LIBRARY-DATABASE RECORD
               KEY IS BOOK-ISBN
               INVALID KEY
                   MOVE "(not in the catalog)" TO WS-SLIP-TITLE
               NOT INVALID KEY
                   MOVE BOOK-TITLE TO WS-SLIP-TITLE
           END-READ
           MOVE WS-ROUTE-TO TO WS-BRANCH-WORK
           PERFORM LOOK-UP-BRANCH-NAME
           MOVE SPACES TO WS-SLIP-LINE
           STRING "TRANSIT " WS-TODAY
               "  from " FUNCTION TRIM(WS-DESK-BRANCH)
               "  to " FUNCTION TRIM(WS-ROUTE-TO)
               " " FUNCTION TRIM(WS-BRANCH-NAME)
               DELIMITED BY SIZE INTO WS-SLIP-LINE
           PERFORM EMIT-SLIP-LINE
           MOVE SPACES TO WS-SLIP-LINE
           STRING "  item " FUNCTION TRIM(ITEM-BARCODE)
               "  " FUNCTION TRIM(WS-SLIP-TITLE)
               DELIMITED BY SIZE INTO WS-SLIP-LINE
           PERFORM EMIT-SLIP-LINE
           MOVE SPACES TO WS-SLIP-LINE
           IF WS-SLIP-BORROWER NOT EQUAL SPACES THEN
               STRING "  hold for borrower "
                   FUNCTION TRIM(WS-SLIP-BORROWER)
                   " -- put on the hold shelf on arrival"
                   DELIMITED BY SIZE INTO WS-SLIP-LINE
           ELSE
               MOVE "  return to its home branch shelves"
                   TO WS-SLIP-LINE
           END-IF
           PERFORM EMIT-SLIP-LINE
           MOVE SPACES TO WS-SLIP-LINE
           PERFORM EMIT-SLIP-LINE.

       EMIT-SLIP-LINE.
           DISPLAY WS-SLIP-LINE
           IF SLIP-FILE-PRESENT THEN
               WRITE TRANSIT-SLIP-LINE FROM WS-SLIP-LINE
           END-IF.

       REWRITE-ITEM.
           REWRITE ITEM-RECORD
               INVALID KEY
                   DISPLAY "error: unable to update item status"
           END-REWRITE.

       LOG-REPAIR-MOVEMENT.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE "MENDING-DESK" TO AUDIT-PROGRAM
           EVALUATE WS-ACTION
               WHEN 1 MOVE "MENDING" TO AUDIT-ACTION
               WHEN 2 MOVE "BINDERY" TO AUDIT-ACTION
               WHEN OTHER MOVE "REPAIRED" TO AUDIT-ACTION
           END-EVALUATE
           MOVE BOOK-ISBN TO AUDIT-ISBN
           MOVE SPACES TO AUDIT-BEFORE
           STRING "available=" WS-AVAIL-BEFORE
               DELIMITED BY SIZE INTO AUDIT-BEFORE
           MOVE SPACES TO AUDIT-AFTER
           STRING "available=" AVAILABLE-COPIES
               " barcode=" FUNCTION TRIM(ITEM-BARCODE)
               DELIMITED BY SIZE INTO AUDIT-AFTER
           MOVE SIGNON-OPERATOR TO AUDIT-OPERATOR
           WRITE AUDIT-RECORD.
