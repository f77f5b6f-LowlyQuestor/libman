      IDENTIFICATION DIVISION.
      PROGRAM-ID. HOLD-RATIO-ALERT.
      *> Weekly batch job: compares each title's queue of waiting
      *> holds with the copies on file and lists every title whose
      *> queue runs past the holds-per-copy ratio, with the queue, the
      *> copies, and any copies already on order. For each, enough
      *> extra copies to bring the queue back within the ratio (less
      *> what is already on order) go on suggest.db as a suggested
      *> order, which a selector approves or rejects in ORDER-MAINT.
      *> Last week's suggestions still pending are dropped first, so
      *> the file only ever holds this week's view
      AUTHOR. Aidan Simon.


      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-DATABASE *> Queue of holds awaiting a copy
           ASSIGN TO "./holds.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HOLD-KEY
           FILE STATUS IS HDS.

           SELECT LIBRARY-DATABASE *> Defines the file to be used as the DB
           ASSIGN TO "./library.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOOK-ISBN
           ALTERNATE RECORD KEY IS BOOK-TITLE WITH DUPLICATES
           FILE STATUS IS DBS.

           SELECT ITEM-DATABASE *> One record per physical copy
           ASSIGN TO "./items.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-BARCODE
           ALTERNATE RECORD KEY IS ITEM-ISBN WITH DUPLICATES
           FILE STATUS IS ITS.

           SELECT ORDER-DATABASE *> Purchase orders, open and filled
           ASSIGN TO "./orders.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORDER-NUMBER
           ALTERNATE RECORD KEY IS ORDER-VENDOR-ID WITH DUPLICATES
           FILE STATUS IS ORS.

           SELECT SUGGEST-DATABASE *> Suggested orders awaiting a selector
           ASSIGN TO "./suggest.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUGGEST-ISBN
           FILE STATUS IS SGS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-DATABASE
           DATA RECORD IS HOLD-RECORD.

           COPY "holdrec.cpy".

       FD  LIBRARY-DATABASE
           DATA RECORD IS LIBRARY-RECORD.

           COPY "librec.cpy".

       FD  ITEM-DATABASE
           DATA RECORD IS ITEM-RECORD.

           COPY "itemrec.cpy".

       FD  ORDER-DATABASE
           DATA RECORD IS ORDER-RECORD.

           COPY "ordrec.cpy".

       FD  SUGGEST-DATABASE
           DATA RECORD IS SUGGEST-RECORD.

           COPY "sugrec.cpy".

       WORKING-STORAGE SECTION.
       01 HDS                   PIC X(2).
          88 HDS-OK                   VALUE "00".
       01 DBS                   PIC X(2).
          88 DBS-OK                   VALUE "00".
       01 ITS                   PIC X(2).
          88 ITS-OK                   VALUE "00".
       01 ORS                   PIC X(2).
          88 ORS-OK                   VALUE "00".
       01 SGS                   PIC X(2).
          88 SGS-OK                   VALUE "00".
          88 SGS-FILE-NOT-FOUND       VALUE "35".
       01 WS-ITEM-FILE          PIC X(2) VALUE "N".
          88 ITEM-FILE-PRESENT        VALUE "Y".
       01 WS-ORDER-FILE         PIC X(2) VALUE "N".
          88 ORDER-FILE-PRESENT       VALUE "Y".
       01 WS-EOF                PIC X(2) VALUE "N".
          88 EOF-REACHED              VALUE "Y".
       01 WS-ITEM-EOF           PIC X(2) VALUE "N".
          88 ITEM-EOF-REACHED         VALUE "Y".
       01 WS-TODAY              PIC 9(8).
       01 WS-RATIO              PIC 9(3).
       01 WS-CUR-ISBN           PIC 9(13) VALUE 0.
       01 WS-QUEUE              PIC 9(4) VALUE 0.
       01 WS-COPIES             PIC 9(4).
       01 WS-ON-ORDER           PIC 9(4).
       01 WS-COPIES-WANTED      PIC 9(5).
       01 WS-EXTRA              PIC S9(5).
       01 WS-TITLE-FOUND        PIC X(2) VALUE "N".
          88 TITLE-WAS-FOUND          VALUE "Y".
      *> copies still to come on open orders, one line per ISBN --
      *> the order file has no ISBN key, so it is read once up front
       01 WS-ORDERED-COUNT      PIC 9(3) COMP VALUE 0.
       01 WS-ORDERED-LIMIT      PIC 9(3) COMP VALUE 500.
       01 WS-ORDERED-TABLE.
          05 WS-ORDERED-ENTRY   OCCURS 500 TIMES.
             10 WS-OE-ISBN      PIC 9(13).
             10 WS-OE-COPIES    PIC 9(4).
       01 WS-O                  PIC 9(3) COMP.
       01 WS-MATCH              PIC 9(3) COMP.
       01 WS-TITLES-CHECKED     PIC 9(5) COMP VALUE 0.
       01 WS-OVER-COUNT         PIC 9(5) COMP VALUE 0.
       01 WS-SUGGESTED-COUNT    PIC 9(5) COMP VALUE 0.
       01 WS-DROPPED-COUNT      PIC 9(5) COMP VALUE 0.
       01 WS-QUEUE-DISPLAY      PIC ZZZ9.
       01 WS-COPIES-DISPLAY     PIC ZZZ9.
       01 WS-ORDER-DISPLAY      PIC ZZZ9.
       01 WS-EXTRA-DISPLAY      PIC ZZZ9.

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Holds allowed per copy? (0 for the usual 5): "
           ACCEPT WS-RATIO
           IF WS-RATIO IS EQUAL TO 0 THEN
               MOVE 5 TO WS-RATIO
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM OPEN-DATABASES
           PERFORM DROP-PENDING-SUGGESTIONS
           PERFORM LOAD-OPEN-ORDERS
           DISPLAY "Titles with more than " WS-RATIO " holds per copy"
               " as of " WS-TODAY
           DISPLAY "ISBN          TITLE                     QUEUE"
               " COPIES ON ORDER SUGGESTED"
           MOVE "N" TO WS-EOF
           PERFORM COUNT-NEXT-HOLD UNTIL EOF-REACHED
           PERFORM CHECK-TITLE-QUEUE
           DISPLAY "Titles with holds waiting: " WS-TITLES-CHECKED
           DISPLAY "Titles over the ratio: " WS-OVER-COUNT
           DISPLAY "Orders suggested for ORDER-MAINT: "
               WS-SUGGESTED-COUNT
           IF WS-DROPPED-COUNT IS GREATER THAN 0 THEN
               DISPLAY "Earlier suggestions never reviewed, dropped: "
                   WS-DROPPED-COUNT
           END-IF
           CLOSE HOLD-DATABASE
           CLOSE LIBRARY-DATABASE
           CLOSE SUGGEST-DATABASE
           IF ITEM-FILE-PRESENT THEN
               CLOSE ITEM-DATABASE
           END-IF
           IF ORDER-FILE-PRESENT THEN
               CLOSE ORDER-DATABASE
           END-IF
           STOP RUN.

       OPEN-DATABASES.
           OPEN INPUT HOLD-DATABASE.
           IF NOT HDS-OK THEN
               DISPLAY "Error opening hold file"
               STOP RUN
           END-IF.
           OPEN INPUT LIBRARY-DATABASE.
           IF NOT DBS-OK THEN
               DISPLAY "Error opening database file"
               STOP RUN
           END-IF.
      *> with no item file the catalog's copy count is all there is;
      *> with no order file nothing is on order
           OPEN INPUT ITEM-DATABASE.
           IF ITS-OK THEN
               MOVE "Y" TO WS-ITEM-FILE
           ELSE
               MOVE "N" TO WS-ITEM-FILE
           END-IF.
           OPEN INPUT ORDER-DATABASE.
           IF ORS-OK THEN
               MOVE "Y" TO WS-ORDER-FILE
           ELSE
               MOVE "N" TO WS-ORDER-FILE
           END-IF.
      *> OPEN OUTPUT on an indexed file wipes it, so the suggestion
      *> file is opened for update and only created fresh the first
      *> time
           OPEN I-O SUGGEST-DATABASE.
           IF SGS-FILE-NOT-FOUND THEN
               OPEN OUTPUT SUGGEST-DATABASE
               CLOSE SUGGEST-DATABASE
               OPEN I-O SUGGEST-DATABASE
           END-IF.
           IF NOT SGS-OK THEN
               DISPLAY "Error opening suggestion file"
               STOP RUN
           END-IF.

       DROP-PENDING-SUGGESTIONS.
      *> a selector's decisions stay on file; only the suggestions
      *> nobody got to are replaced by this week's
           MOVE "N" TO WS-EOF
           MOVE 0 TO SUGGEST-ISBN
           START SUGGEST-DATABASE KEY IS NOT LESS THAN SUGGEST-ISBN
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM DROP-NEXT-SUGGESTION UNTIL EOF-REACHED.

       DROP-NEXT-SUGGESTION.
           READ SUGGEST-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF SUGGEST-STATUS IS EQUAL TO "P" THEN
                       DELETE SUGGEST-DATABASE RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-DROPPED-COUNT
                       END-DELETE
                   END-IF
           END-READ.

       LOAD-OPEN-ORDERS.
           IF ORDER-FILE-PRESENT THEN
               MOVE "N" TO WS-EOF
               MOVE 0 TO ORDER-NUMBER
               START ORDER-DATABASE KEY IS NOT LESS THAN ORDER-NUMBER
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
               PERFORM LOAD-NEXT-ORDER UNTIL EOF-REACHED
           END-IF.

       LOAD-NEXT-ORDER.
           READ ORDER-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF ORDER-STATUS IS EQUAL TO "O" THEN
                       PERFORM ADD-ORDERED-COPIES
                   END-IF
           END-READ.

       ADD-ORDERED-COPIES.
           MOVE 0 TO WS-MATCH
           PERFORM MATCH-ORDERED-ISBN
               VARYING WS-O FROM 1 BY 1
               UNTIL WS-O IS GREATER THAN WS-ORDERED-COUNT
           IF WS-MATCH IS EQUAL TO 0 THEN
               IF WS-ORDERED-COUNT IS LESS THAN WS-ORDERED-LIMIT THEN
                   ADD 1 TO WS-ORDERED-COUNT
                   MOVE WS-ORDERED-COUNT TO WS-MATCH
                   MOVE ORDER-ISBN TO WS-OE-ISBN(WS-MATCH)
                   MOVE 0 TO WS-OE-COPIES(WS-MATCH)
               ELSE
                   DISPLAY "warning: too many titles on order --"
                       " order " ORDER-NUMBER " not counted"
               END-IF
           END-IF
           IF WS-MATCH IS GREATER THAN 0 THEN
               COMPUTE WS-OE-COPIES(WS-MATCH) = WS-OE-COPIES(WS-MATCH)
                   + ORDER-COPIES - ORDER-RECEIVED-COPIES
           END-IF.

       MATCH-ORDERED-ISBN.
           IF WS-OE-ISBN(WS-O) IS EQUAL TO ORDER-ISBN THEN
               MOVE WS-O TO WS-MATCH
           END-IF.

       COUNT-NEXT-HOLD.
      *> holds come in ISBN order, so a title's queue is counted up
      *> and judged when the next title starts
           READ HOLD-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF HOLD-STATUS IS EQUAL TO "W" THEN
                       IF HOLD-ISBN NOT EQUAL WS-CUR-ISBN THEN
                           PERFORM CHECK-TITLE-QUEUE
                           MOVE HOLD-ISBN TO WS-CUR-ISBN
                           MOVE 0 TO WS-QUEUE
                       END-IF
                       ADD 1 TO WS-QUEUE
                   END-IF
           END-READ.

       CHECK-TITLE-QUEUE.
           IF WS-QUEUE IS GREATER THAN 0 THEN
               ADD 1 TO WS-TITLES-CHECKED
               MOVE WS-CUR-ISBN TO BOOK-ISBN
               READ LIBRARY-DATABASE RECORD
                   KEY IS BOOK-ISBN
                   INVALID KEY
                       MOVE "N" TO WS-TITLE-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-TITLE-FOUND
               END-READ
               IF TITLE-WAS-FOUND THEN
                   PERFORM COUNT-TITLE-COPIES
                   IF WS-QUEUE IS GREATER THAN WS-COPIES * WS-RATIO THEN
                       PERFORM REPORT-OVER-RATIO
                   END-IF
               END-IF
           END-IF.

       COUNT-TITLE-COPIES.
      *> copies on file are the registered copies not withdrawn --
      *> ones away for repair still come back to serve the queue. A
      *> title whose copies were never registered falls back on the
      *> catalog's count
           MOVE 0 TO WS-COPIES
           IF ITEM-FILE-PRESENT THEN
               MOVE WS-CUR-ISBN TO ITEM-ISBN
               MOVE "N" TO WS-ITEM-EOF
               START ITEM-DATABASE KEY IS EQUAL TO ITEM-ISBN
                   INVALID KEY
                       MOVE "Y" TO WS-ITEM-EOF
               END-START
               PERFORM COUNT-NEXT-COPY UNTIL ITEM-EOF-REACHED
           END-IF
           IF WS-COPIES IS EQUAL TO 0 THEN
               MOVE TOTAL-COPIES TO WS-COPIES
           END-IF
           MOVE 0 TO WS-ON-ORDER
           PERFORM FIND-ON-ORDER
               VARYING WS-O FROM 1 BY 1
               UNTIL WS-O IS GREATER THAN WS-ORDERED-COUNT.

       COUNT-NEXT-COPY.
           READ ITEM-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ITEM-EOF
               NOT AT END
                   IF ITEM-ISBN NOT EQUAL WS-CUR-ISBN THEN
                       MOVE "Y" TO WS-ITEM-EOF
                   ELSE
                       IF ITEM-STATUS NOT EQUAL "W" THEN
                           ADD 1 TO WS-COPIES
                       END-IF
                   END-IF
           END-READ.

       FIND-ON-ORDER.
           IF WS-OE-ISBN(WS-O) IS EQUAL TO WS-CUR-ISBN THEN
               MOVE WS-OE-COPIES(WS-O) TO WS-ON-ORDER
           END-IF.

       REPORT-OVER-RATIO.
      *> enough copies that the queue fits the ratio, rounded up,
      *> less what is on the shelf and what is already coming
           ADD 1 TO WS-OVER-COUNT
           COMPUTE WS-COPIES-WANTED =
               (WS-QUEUE + WS-RATIO - 1) / WS-RATIO
           COMPUTE WS-EXTRA = WS-COPIES-WANTED - WS-COPIES - WS-ON-ORDER
           IF WS-EXTRA IS LESS THAN 0 THEN
               MOVE 0 TO WS-EXTRA
           END-IF
           MOVE WS-QUEUE TO WS-QUEUE-DISPLAY
           MOVE WS-COPIES TO WS-COPIES-DISPLAY
           MOVE WS-ON-ORDER TO WS-ORDER-DISPLAY
           MOVE WS-EXTRA TO WS-EXTRA-DISPLAY
           DISPLAY BOOK-ISBN " " BOOK-TITLE " " WS-QUEUE-DISPLAY "  "
               WS-COPIES-DISPLAY "     " WS-ORDER-DISPLAY "      "
               WS-EXTRA-DISPLAY
           IF WS-EXTRA IS GREATER THAN 0 THEN
               PERFORM WRITE-SUGGESTION
           END-IF.

       WRITE-SUGGESTION.
           MOVE BOOK-ISBN        TO SUGGEST-ISBN
           MOVE BOOK-TITLE       TO SUGGEST-TITLE
           MOVE BOOK-AUTHOR      TO SUGGEST-AUTHOR
           MOVE BOOK-PUBLISHER   TO SUGGEST-PUBLISHER
           MOVE BOOK-YEAR        TO SUGGEST-YEAR
           MOVE BOOK-CATEGORY    TO SUGGEST-CATEGORY
           MOVE WS-EXTRA         TO SUGGEST-COPIES
           MOVE WS-QUEUE         TO SUGGEST-QUEUE
           MOVE WS-COPIES        TO SUGGEST-ON-FILE
           MOVE WS-ON-ORDER      TO SUGGEST-ON-ORDER
           MOVE WS-TODAY         TO SUGGEST-DATE
           MOVE "P"              TO SUGGEST-STATUS
           MOVE 0                TO SUGGEST-ORDER-NUMBER
           MOVE SPACES           TO SUGGEST-REVIEWED-BY
      *> an earlier decision on the title is replaced -- the queue
      *> has outrun it again
           WRITE SUGGEST-RECORD
               INVALID KEY
                   REWRITE SUGGEST-RECORD
                       INVALID KEY
                           DISPLAY "error: unable to record suggestion"
                               " for " BOOK-ISBN
                       NOT INVALID KEY
                           ADD 1 TO WS-SUGGESTED-COUNT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-SUGGESTED-COUNT
           END-WRITE.
