      IDENTIFICATION DIVISION.
      PROGRAM-ID. COLLECTION-VALUATION.
      *> Annual report for the city's insurance renewal: the copies
      *> the library owns and what they are worth, by location and
      *> category with subtotals per location. A registered copy is
      *> valued at its purchase price; a copy with no price on file,
      *> and any copy the catalog counts that was never registered on
      *> the item file, is valued at a default figure keyed at run
      *> time. Withdrawn copies are not counted, and nor are books
      *> borrowed from other libraries: the temporary titles ILL-MAINT
      *> adds for them, and borrowed copies it adds onto titles we own
      *> while they are here
      AUTHOR. Aidan Simon.


      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBRARY-DATABASE *> Defines the file to be used as the DB
           ASSIGN TO "./library.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
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

           SELECT ILL-DATABASE *> Interlibrary loan requests
           ASSIGN TO "./ill.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ILL-ID
           FILE STATUS IS ILS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIBRARY-DATABASE
           DATA RECORD IS LIBRARY-RECORD.

           COPY "librec.cpy".

       FD  ITEM-DATABASE
           DATA RECORD IS ITEM-RECORD.

           COPY "itemrec.cpy".

       FD  ILL-DATABASE
           DATA RECORD IS ILL-RECORD.

           COPY "illrec.cpy".

       WORKING-STORAGE SECTION.
       01 DBS                   PIC X(2).
          88 DBS-OK                   VALUE "00".
       01 ITS                   PIC X(2).
          88 ITS-OK                   VALUE "00".
       01 WS-ITEM-FILE          PIC X(2) VALUE "N".
          88 ITEM-FILE-PRESENT        VALUE "Y".
       01 ILS                   PIC X(2).
          88 ILS-OK                   VALUE "00".
       01 WS-ILL-FILE           PIC X(2) VALUE "N".
          88 ILL-FILE-PRESENT         VALUE "Y".
       01 WS-ILL-EOF            PIC X(2) VALUE "N".
          88 ILL-EOF-REACHED          VALUE "Y".
       01 WS-EOF                PIC X(2) VALUE "N".
          88 EOF-REACHED              VALUE "Y".
       01 WS-ITEM-EOF           PIC X(2) VALUE "N".
          88 ITEM-EOF-REACHED         VALUE "Y".
       01 WS-TODAY              PIC 9(8).
       01 WS-DEFAULT-VALUE      PIC 9(5)V99.
       01 WS-TITLE-COPIES       PIC 9(5) COMP.
       01 WS-TITLE-DEFAULTED    PIC 9(5) COMP.
       01 WS-TITLE-VALUE        PIC 9(9)V99.
       01 WS-UNREGISTERED       PIC 9(5) COMP.
      *> borrowed interlibrary loan copies still here (received, not
      *> yet sent back), per ISBN, taken off that title's copies
       01 WS-BORROWED-COUNT     PIC 9(3) COMP VALUE 0.
       01 WS-BORROWED-LIMIT     PIC 9(3) COMP VALUE 200.
       01 WS-BORROWED-OVERFLOW  PIC 9(5) COMP VALUE 0.
       01 WS-BORROWED-TABLE.
          05 WS-BORROWED-ENTRY  OCCURS 200 TIMES.
             10 WS-BT-ISBN      PIC 9(13).
             10 WS-BT-COPIES    PIC 9(3) COMP.
       01 WS-B                  PIC 9(3) COMP.
       01 WS-B-HIT              PIC 9(3) COMP.
       01 WS-WORK-ISBN          PIC 9(13).
       01 WS-BORROWED-HERE      PIC 9(5) COMP.
       01 WS-OWN-COPIES         PIC 9(5) COMP.
       01 WS-BORROWED-LEFT-OUT  PIC 9(7) COMP VALUE 0.
      *> one line per location and category seen, kept in that order
      *> as they turn up: a new one is slotted in by moving the lines
      *> that sort after it down a place
       01 WS-LINE-COUNT         PIC 9(3) COMP VALUE 0.
       01 WS-LINE-LIMIT         PIC 9(3) COMP VALUE 300.
       01 WS-VALUE-TABLE.
          05 WS-VALUE-LINE      OCCURS 300 TIMES.
             10 WS-VL-KEY.
                15 WS-VL-LOCATION  PIC X(1).
                15 WS-VL-CATEGORY  PIC X(15).
             10 WS-VL-COPIES    PIC 9(7) COMP.
             10 WS-VL-DEFAULTED PIC 9(7) COMP.
             10 WS-VL-VALUE     PIC 9(9)V99.
       01 WS-NEW-KEY.
          05 WS-NEW-LOCATION    PIC X(1).
          05 WS-NEW-CATEGORY    PIC X(15).
       01 WS-L                  PIC 9(3) COMP.
       01 WS-SLOT-FOUND         PIC X(2) VALUE "N".
          88 SLOT-WAS-FOUND           VALUE "Y".
       01 WS-LINE-FOUND         PIC X(2) VALUE "N".
          88 LINE-WAS-FOUND           VALUE "Y".
       01 WS-OVERFLOW-COUNT     PIC 9(5) COMP VALUE 0.
       01 WS-CURRENT-LOCATION   PIC X(1).
       01 WS-LOC-COPIES         PIC 9(7) COMP.
       01 WS-LOC-VALUE          PIC 9(9)V99.
       01 WS-GRAND-COPIES       PIC 9(7) COMP VALUE 0.
       01 WS-GRAND-DEFAULTED    PIC 9(7) COMP VALUE 0.
       01 WS-GRAND-VALUE        PIC 9(9)V99 VALUE 0.
       01 WS-TITLE-COUNT        PIC 9(7) COMP VALUE 0.
       01 WS-COPIES-DISPLAY     PIC Z,ZZZ,ZZ9.
       01 WS-DEFAULTED-DISPLAY  PIC Z,ZZZ,ZZ9.
       01 WS-VALUE-DISPLAY      PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DEFAULT-DISPLAY    PIC ZZ,ZZ9.99.

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Value of a copy with no price on file?"
               " (0 for the usual 25.00): "
           ACCEPT WS-DEFAULT-VALUE
           IF WS-DEFAULT-VALUE IS EQUAL TO 0 THEN
               MOVE 25.00 TO WS-DEFAULT-VALUE
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM OPEN-DATABASES
           PERFORM VALUE-NEXT-TITLE UNTIL EOF-REACHED
           PERFORM PRINT-VALUATION
           CLOSE LIBRARY-DATABASE
           IF ITEM-FILE-PRESENT THEN
               CLOSE ITEM-DATABASE
           END-IF
           IF ILL-FILE-PRESENT THEN
               CLOSE ILL-DATABASE
           END-IF
           STOP RUN.

       OPEN-DATABASES.
           OPEN INPUT LIBRARY-DATABASE.
           IF NOT DBS-OK THEN
               DISPLAY "Error opening database file"
               STOP RUN
           END-IF.
      *> a site that never barcoded its stock values every copy the
      *> catalog counts at the default figure
           OPEN INPUT ITEM-DATABASE.
           IF ITS-OK THEN
               MOVE "Y" TO WS-ITEM-FILE
           ELSE
               MOVE "N" TO WS-ITEM-FILE
           END-IF.
      *> a site that has never borrowed on interlibrary loan has no
      *> ILL file, and nothing of anyone else's to leave out
           OPEN INPUT ILL-DATABASE.
           IF ILS-OK THEN
               MOVE "Y" TO WS-ILL-FILE
               MOVE "N" TO WS-ILL-EOF
               PERFORM LOAD-NEXT-ILL UNTIL ILL-EOF-REACHED
           ELSE
               MOVE "N" TO WS-ILL-FILE
           END-IF.

       LOAD-NEXT-ILL.
           READ ILL-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ILL-EOF
               NOT AT END
                   IF ILL-DIRECTION IS EQUAL TO "B"
                       AND ILL-STATUS IS EQUAL TO "R" THEN
                       PERFORM NOTE-BORROWED-COPY
                   END-IF
           END-READ.

       NOTE-BORROWED-COPY.
           MOVE ILL-ISBN TO WS-WORK-ISBN
           PERFORM FIND-BORROWED-COPIES
           IF WS-B-HIT IS GREATER THAN 0 THEN
               ADD 1 TO WS-BT-COPIES(WS-B-HIT)
           ELSE
               IF WS-BORROWED-COUNT IS LESS THAN WS-BORROWED-LIMIT THEN
                   ADD 1 TO WS-BORROWED-COUNT
                   MOVE ILL-ISBN TO WS-BT-ISBN(WS-BORROWED-COUNT)
                   MOVE 1 TO WS-BT-COPIES(WS-BORROWED-COUNT)
               ELSE
                   ADD 1 TO WS-BORROWED-OVERFLOW
               END-IF
           END-IF.

       FIND-BORROWED-COPIES.
           MOVE 0 TO WS-BORROWED-HERE
           MOVE 0 TO WS-B-HIT
           PERFORM MATCH-BORROWED-ENTRY
               VARYING WS-B FROM 1 BY 1
               UNTIL WS-B IS GREATER THAN WS-BORROWED-COUNT
                   OR WS-B-HIT IS GREATER THAN 0
           IF WS-B-HIT IS GREATER THAN 0 THEN
               MOVE WS-BT-COPIES(WS-B-HIT) TO WS-BORROWED-HERE
           END-IF.

       MATCH-BORROWED-ENTRY.
           IF WS-BT-ISBN(WS-B) IS EQUAL TO WS-WORK-ISBN THEN
               MOVE WS-B TO WS-B-HIT
           END-IF.

       VALUE-NEXT-TITLE.
           READ LIBRARY-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-TITLE-COUNT
                   IF BOOK-CATEGORY IS EQUAL TO "ILL" THEN
                       ADD TOTAL-COPIES TO WS-BORROWED-LEFT-OUT
                   ELSE
                       PERFORM VALUE-ONE-TITLE
                   END-IF
           END-READ.

       VALUE-ONE-TITLE.
           MOVE 0 TO WS-TITLE-COPIES
           MOVE 0 TO WS-TITLE-DEFAULTED
           MOVE 0 TO WS-TITLE-VALUE
           IF ITEM-FILE-PRESENT THEN
               MOVE BOOK-ISBN TO ITEM-ISBN
               START ITEM-DATABASE KEY IS NOT LESS THAN ITEM-ISBN
                   INVALID KEY
                       MOVE "Y" TO WS-ITEM-EOF
                   NOT INVALID KEY
                       MOVE "N" TO WS-ITEM-EOF
               END-START
               PERFORM VALUE-NEXT-COPY UNTIL ITEM-EOF-REACHED
           END-IF
      *> copies the catalog owns beyond those registered are still on
      *> the shelves, just not barcoded yet -- once any borrowed
      *> copies of the title, which the catalog counts while they are
      *> here, are taken off
           MOVE BOOK-ISBN TO WS-WORK-ISBN
           PERFORM FIND-BORROWED-COPIES
           IF WS-BORROWED-HERE IS GREATER THAN TOTAL-COPIES THEN
               MOVE TOTAL-COPIES TO WS-BORROWED-HERE
           END-IF
           COMPUTE WS-OWN-COPIES = TOTAL-COPIES - WS-BORROWED-HERE
           ADD WS-BORROWED-HERE TO WS-BORROWED-LEFT-OUT
           IF WS-OWN-COPIES IS GREATER THAN WS-TITLE-COPIES THEN
               COMPUTE WS-UNREGISTERED = WS-OWN-COPIES - WS-TITLE-COPIES
               ADD WS-UNREGISTERED TO WS-TITLE-COPIES
               ADD WS-UNREGISTERED TO WS-TITLE-DEFAULTED
               COMPUTE WS-TITLE-VALUE =
                   WS-TITLE-VALUE + WS-UNREGISTERED * WS-DEFAULT-VALUE
           END-IF
           IF WS-TITLE-COPIES IS GREATER THAN 0 THEN
               PERFORM ADD-TO-VALUE-LINE
           END-IF.

       VALUE-NEXT-COPY.
           READ ITEM-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ITEM-EOF
               NOT AT END
                   IF ITEM-ISBN NOT EQUAL BOOK-ISBN THEN
                       MOVE "Y" TO WS-ITEM-EOF
                   ELSE
                       IF ITEM-STATUS NOT EQUAL "W" THEN
                           PERFORM VALUE-ONE-COPY
                       END-IF
                   END-IF
           END-READ.

       VALUE-ONE-COPY.
           ADD 1 TO WS-TITLE-COPIES
           IF ITEM-PURCHASE-PRICE IS GREATER THAN 0 THEN
               ADD ITEM-PURCHASE-PRICE TO WS-TITLE-VALUE
           ELSE
               ADD 1 TO WS-TITLE-DEFAULTED
               ADD WS-DEFAULT-VALUE TO WS-TITLE-VALUE
           END-IF.

       ADD-TO-VALUE-LINE.
           MOVE BOOK-LOCATION TO WS-NEW-LOCATION
           MOVE BOOK-CATEGORY TO WS-NEW-CATEGORY
           MOVE "N" TO WS-LINE-FOUND
           PERFORM MATCH-VALUE-LINE
               VARYING WS-L FROM 1 BY 1
               UNTIL WS-L IS GREATER THAN WS-LINE-COUNT
                   OR LINE-WAS-FOUND
           IF NOT LINE-WAS-FOUND THEN
               IF WS-LINE-COUNT IS NOT LESS THAN WS-LINE-LIMIT THEN
                   ADD 1 TO WS-OVERFLOW-COUNT
               ELSE
                   PERFORM INSERT-VALUE-LINE
               END-IF
           END-IF
           IF LINE-WAS-FOUND THEN
               ADD WS-TITLE-COPIES TO WS-VL-COPIES(WS-L)
               ADD WS-TITLE-DEFAULTED TO WS-VL-DEFAULTED(WS-L)
               ADD WS-TITLE-VALUE TO WS-VL-VALUE(WS-L)
           END-IF
           ADD WS-TITLE-COPIES TO WS-GRAND-COPIES
           ADD WS-TITLE-DEFAULTED TO WS-GRAND-DEFAULTED
           ADD WS-TITLE-VALUE TO WS-GRAND-VALUE.

       MATCH-VALUE-LINE.
      *> the VARYING steps past a match before the test, so the
      *> subscript is stepped back to the line that matched
           IF WS-VL-KEY(WS-L) IS EQUAL TO WS-NEW-KEY THEN
               MOVE "Y" TO WS-LINE-FOUND
               SUBTRACT 1 FROM WS-L
           END-IF.

       INSERT-VALUE-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-LINE-COUNT TO WS-L
           MOVE "N" TO WS-SLOT-FOUND
           PERFORM FIND-VALUE-SLOT UNTIL SLOT-WAS-FOUND
           MOVE WS-NEW-KEY TO WS-VL-KEY(WS-L)
           MOVE 0 TO WS-VL-COPIES(WS-L)
           MOVE 0 TO WS-VL-DEFAULTED(WS-L)
           MOVE 0 TO WS-VL-VALUE(WS-L)
           MOVE "Y" TO WS-LINE-FOUND.

       FIND-VALUE-SLOT.
           IF WS-L IS EQUAL TO 1 THEN
               MOVE "Y" TO WS-SLOT-FOUND
           ELSE
               IF WS-VL-KEY(WS-L - 1) IS GREATER THAN WS-NEW-KEY THEN
                   MOVE WS-VALUE-LINE(WS-L - 1)
                       TO WS-VALUE-LINE(WS-L)
                   SUBTRACT 1 FROM WS-L
               ELSE
                   MOVE "Y" TO WS-SLOT-FOUND
               END-IF
           END-IF.

       PRINT-VALUATION.
           MOVE WS-DEFAULT-VALUE TO WS-DEFAULT-DISPLAY
           DISPLAY "Collection valuation as of " WS-TODAY
           DISPLAY "Copies with no price on file valued at "
               WS-DEFAULT-DISPLAY
           DISPLAY "LOC CATEGORY            COPIES  UNPRICED"
               "           VALUE"
           MOVE SPACE TO WS-CURRENT-LOCATION
           MOVE 0 TO WS-LOC-COPIES
           MOVE 0 TO WS-LOC-VALUE
           PERFORM PRINT-ONE-VALUE-LINE
               VARYING WS-L FROM 1 BY 1
               UNTIL WS-L IS GREATER THAN WS-LINE-COUNT
           IF WS-LINE-COUNT IS GREATER THAN 0 THEN
               PERFORM PRINT-LOCATION-SUBTOTAL
           END-IF
           MOVE WS-GRAND-COPIES TO WS-COPIES-DISPLAY
           MOVE WS-GRAND-DEFAULTED TO WS-DEFAULTED-DISPLAY
           MOVE WS-GRAND-VALUE TO WS-VALUE-DISPLAY
           DISPLAY "Total collection    " WS-COPIES-DISPLAY " "
               WS-DEFAULTED-DISPLAY " " WS-VALUE-DISPLAY
           DISPLAY "Titles read: " WS-TITLE-COUNT
           DISPLAY "Borrowed interlibrary loan copies left out: "
               WS-BORROWED-LEFT-OUT
           IF WS-BORROWED-OVERFLOW IS GREATER THAN 0 THEN
               DISPLAY "warning: " WS-BORROWED-OVERFLOW " borrowed"
                   " ILL copies beyond the table limit are still"
                   " valued as our own"
           END-IF
           IF WS-OVERFLOW-COUNT IS GREATER THAN 0 THEN
               DISPLAY "warning: " WS-OVERFLOW-COUNT " title(s) fell"
                   " outside the location/category table -- counted"
                   " in the total only"
           END-IF.

       PRINT-ONE-VALUE-LINE.
           IF WS-L IS GREATER THAN 1
               AND WS-VL-LOCATION(WS-L) NOT EQUAL
               WS-CURRENT-LOCATION THEN
               PERFORM PRINT-LOCATION-SUBTOTAL
           END-IF
           MOVE WS-VL-LOCATION(WS-L) TO WS-CURRENT-LOCATION
           ADD WS-VL-COPIES(WS-L) TO WS-LOC-COPIES
           ADD WS-VL-VALUE(WS-L) TO WS-LOC-VALUE
           MOVE WS-VL-COPIES(WS-L) TO WS-COPIES-DISPLAY
           MOVE WS-VL-DEFAULTED(WS-L) TO WS-DEFAULTED-DISPLAY
           MOVE WS-VL-VALUE(WS-L) TO WS-VALUE-DISPLAY
           DISPLAY " " WS-VL-LOCATION(WS-L) "  " WS-VL-CATEGORY(WS-L)
               WS-COPIES-DISPLAY " " WS-DEFAULTED-DISPLAY " "
               WS-VALUE-DISPLAY.

       PRINT-LOCATION-SUBTOTAL.
           MOVE WS-LOC-COPIES TO WS-COPIES-DISPLAY
           MOVE WS-LOC-VALUE TO WS-VALUE-DISPLAY
           DISPLAY "    location " WS-CURRENT-LOCATION " total   "
               WS-COPIES-DISPLAY "           " WS-VALUE-DISPLAY
           MOVE 0 TO WS-LOC-COPIES
           MOVE 0 TO WS-LOC-VALUE.
