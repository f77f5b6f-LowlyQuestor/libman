      IDENTIFICATION DIVISION.
      PROGRAM-ID. STATE-SURVEY.
      *> Annual report for the state public library survey, which
      *> used to take a week of hand counting. For the fiscal year's
      *> date range it pulls every figure the form asks for, in the
      *> form's own line order so each can be copied straight across:
      *> registered borrowers by card type, holdings by location and
      *> by category, circulation and renewals (live loans and the
      *> archive), interlibrary loans borrowed and lent, current
      *> serial subscriptions, materials spending, and fine revenue.
      *> Holdings, borrowers, and subscriptions are counted as they
      *> stand on the day it runs; everything else within the range.
      *> Holdings are our own stock only: the temporary titles
      *> ILL-MAINT adds for books borrowed from partners, and the
      *> borrowed copies it adds onto titles we own, are left out --
      *> they are reported once, as interlibrary loans received.
      *> A control section at the end gives the records each figure
      *> was counted from
      AUTHOR. Aidan Simon.


      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ITEM-BARCODE
           ALTERNATE RECORD KEY IS ITEM-ISBN WITH DUPLICATES
           FILE STATUS IS ITS.

           SELECT LOAN-DATABASE *> Tracks which books are checked out
           ASSIGN TO "./loans.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LOAN-KEY
           ALTERNATE RECORD KEY IS LOAN-ISBN WITH DUPLICATES
           ALTERNATE RECORD KEY IS LOAN-BORROWER-ID WITH DUPLICATES
           FILE STATUS IS LNS.

           SELECT HISTORY-DATABASE *> Archive of old closed loans
           ASSIGN TO "./loanhist.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-ISBN WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-BORROWER-ID WITH DUPLICATES
           FILE STATUS IS HTS.

           SELECT BORROWER-DATABASE *> Master file of registered borrowers
           ASSIGN TO "./borrowers.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BORROWER-ID
           FILE STATUS IS BRS.

           SELECT ILL-DATABASE *> Interlibrary loan requests
           ASSIGN TO "./ill.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ILL-ID
           FILE STATUS IS ILS.

           SELECT SUBSCRIPTION-DATABASE *> Serial subscriptions
           ASSIGN TO "./subs.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SUB-ID
           FILE STATUS IS SBS.

           SELECT FUND-DATABASE *> Book-budget funds
           ASSIGN TO "./funds.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FUND-CODE
           FILE STATUS IS FDS.

           SELECT ORDER-DATABASE *> Purchase orders, open and filled
           ASSIGN TO "./orders.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ORDER-NUMBER
           ALTERNATE RECORD KEY IS ORDER-VENDOR-ID WITH DUPLICATES
           FILE STATUS IS ORS.

           SELECT FINE-DATABASE *> Ledger of fines, payments, and waivers
           ASSIGN TO "./fines.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FINE-KEY
           FILE STATUS IS FNS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIBRARY-DATABASE
           DATA RECORD IS LIBRARY-RECORD.

           COPY "librec.cpy".

       FD  ITEM-DATABASE
           DATA RECORD IS ITEM-RECORD.

           COPY "itemrec.cpy".

       FD  LOAN-DATABASE
           DATA RECORD IS LOAN-RECORD.

           COPY "loanrec.cpy".

       FD  HISTORY-DATABASE
           DATA RECORD IS HIST-RECORD.

      *> same layout as the live loan file, renamed field by field
           COPY "loanrec.cpy" REPLACING LEADING ==LOAN== BY ==HIST==.

       FD  BORROWER-DATABASE
           DATA RECORD IS BORROWER-RECORD.

           COPY "borrec.cpy".

       FD  ILL-DATABASE
           DATA RECORD IS ILL-RECORD.

           COPY "illrec.cpy".

       FD  SUBSCRIPTION-DATABASE
           DATA RECORD IS SUBSCRIPTION-RECORD.

           COPY "subsrec.cpy".

       FD  FUND-DATABASE
           DATA RECORD IS FUND-RECORD.

           COPY "fundrec.cpy".

       FD  ORDER-DATABASE
           DATA RECORD IS ORDER-RECORD.

           COPY "ordrec.cpy".

       FD  FINE-DATABASE
           DATA RECORD IS FINE-RECORD.

           COPY "finerec.cpy".

       WORKING-STORAGE SECTION.
       01 DBS                   PIC X(2).
          88 DBS-OK                   VALUE "00".
       01 ITS                   PIC X(2).
          88 ITS-OK                   VALUE "00".
       01 LNS                   PIC X(2).
          88 LNS-OK                   VALUE "00".
       01 HTS                   PIC X(2).
          88 HTS-OK                   VALUE "00".
       01 BRS                   PIC X(2).
          88 BRS-OK                   VALUE "00".
       01 ILS                   PIC X(2).
          88 ILS-OK                   VALUE "00".
       01 SBS                   PIC X(2).
          88 SBS-OK                   VALUE "00".
       01 FDS                   PIC X(2).
          88 FDS-OK                   VALUE "00".
       01 ORS                   PIC X(2).
          88 ORS-OK                   VALUE "00".
       01 FNS                   PIC X(2).
          88 FNS-OK                   VALUE "00".
       01 WS-EOF                PIC X(2) VALUE "N".
          88 EOF-REACHED              VALUE "Y".
       01 WS-FROM-DATE          PIC 9(8).
       01 WS-TO-DATE            PIC 9(8).
       01 WS-TODAY              PIC 9(8).
       01 WS-WORK-DATE          PIC 9(8).
       01 WS-WORK-ISBN          PIC 9(13).
       01 WS-WORK-RENEWALS      PIC 9(2).
      *> registered borrowers by card type: adult (and untyped),
      *> juvenile, staff, community
       01 WS-BOR-ADULT          PIC 9(7) COMP VALUE 0.
       01 WS-BOR-JUVENILE       PIC 9(7) COMP VALUE 0.
       01 WS-BOR-STAFF          PIC 9(7) COMP VALUE 0.
       01 WS-BOR-COMMUNITY      PIC 9(7) COMP VALUE 0.
       01 WS-BOR-TOTAL          PIC 9(7) COMP VALUE 0.
       01 WS-BOR-NEW            PIC 9(7) COMP VALUE 0.
      *> holdings by shelving location: adult, juvenile, reference,
      *> oversize, and not yet shelved
       01 WS-LOCATION-VALUES.
          05 FILLER             PIC X(16) VALUE "AAdult          ".
          05 FILLER             PIC X(16) VALUE "JJuvenile       ".
          05 FILLER             PIC X(16) VALUE "RReference      ".
          05 FILLER             PIC X(16) VALUE "OOversize       ".
          05 FILLER             PIC X(16) VALUE " Not yet shelved".
       01 WS-LOCATION-TABLE REDEFINES WS-LOCATION-VALUES.
          05 WS-LOCATION-ENTRY  OCCURS 5 TIMES.
             10 WS-LOC-CODE     PIC X(1).
             10 WS-LOC-NAME     PIC X(15).
       01 WS-LOCATION-COUNTS.
          05 WS-LOC-COUNT-ENTRY OCCURS 5 TIMES.
             10 WS-LOC-TITLES   PIC 9(7) COMP.
             10 WS-LOC-VOLUMES  PIC 9(7) COMP.
       01 WS-L                  PIC 9(1) COMP.
       01 WS-TITLES             PIC 9(7) COMP VALUE 0.
       01 WS-VOLUMES            PIC 9(7) COMP VALUE 0.
       01 WS-ITEMS-HELD         PIC 9(7) COMP VALUE 0.
       01 WS-ITEMS-ADDED        PIC 9(7) COMP VALUE 0.
      *> holdings by category, kept in category order as they are
      *> found
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
       01 WS-BORROWED-HERE      PIC 9(5) COMP.
       01 WS-OWN-COPIES         PIC 9(5) COMP.
       01 WS-CAT-COUNT          PIC 9(3) COMP VALUE 0.
       01 WS-CAT-LIMIT          PIC 9(3) COMP VALUE 60.
       01 WS-CAT-OVERFLOW       PIC 9(7) COMP VALUE 0.
       01 WS-CAT-TABLE.
          05 WS-CAT-ENTRY       OCCURS 60 TIMES.
             10 WS-CE-CATEGORY  PIC X(15).
             10 WS-CE-TITLES    PIC 9(7) COMP.
             10 WS-CE-VOLUMES   PIC 9(7) COMP.
       01 WS-C                  PIC 9(3) COMP.
       01 WS-MATCH              PIC 9(3) COMP.
       01 WS-SLOT-FOUND         PIC X(2) VALUE "N".
          88 SLOT-WAS-FOUND           VALUE "Y".
       01 WS-CIRCULATION        PIC 9(7) COMP VALUE 0.
       01 WS-JUVENILE-CIRC      PIC 9(7) COMP VALUE 0.
       01 WS-RENEWALS           PIC 9(7) COMP VALUE 0.
       01 WS-ILL-BORROWED       PIC 9(7) COMP VALUE 0.
       01 WS-ILL-LENT           PIC 9(7) COMP VALUE 0.
       01 WS-SERIALS            PIC 9(7) COMP VALUE 0.
       01 WS-MATERIALS-SPENT    PIC 9(9)V99 VALUE 0.
       01 WS-FUND-BUDGET        PIC 9(9)V99 VALUE 0.
       01 WS-FUND-SPENT         PIC 9(9)V99 VALUE 0.
       01 WS-ORDER-SPENT        PIC 9(9)V99.
       01 WS-FINES-COLLECTED    PIC S9(9)V99 VALUE 0.
       01 WS-REFUNDS-PAID       PIC 9(9)V99 VALUE 0.
       01 WS-FINES-WAIVED       PIC 9(9)V99 VALUE 0.
      *> control counts: records read, and records that fell in the
      *> range or counted toward a figure
       01 WS-CTL-CATALOG        PIC 9(7) COMP VALUE 0.
       01 WS-CTL-ITEMS-READ     PIC 9(7) COMP VALUE 0.
       01 WS-CTL-LOANS-READ     PIC 9(7) COMP VALUE 0.
       01 WS-CTL-LOANS-USED     PIC 9(7) COMP VALUE 0.
       01 WS-CTL-HIST-READ      PIC 9(7) COMP VALUE 0.
       01 WS-CTL-HIST-USED      PIC 9(7) COMP VALUE 0.
       01 WS-CTL-BOR-READ       PIC 9(7) COMP VALUE 0.
       01 WS-CTL-ILL-READ       PIC 9(7) COMP VALUE 0.
       01 WS-CTL-ILL-TITLES     PIC 9(7) COMP VALUE 0.
       01 WS-CTL-ILL-COPIES     PIC 9(7) COMP VALUE 0.
       01 WS-CTL-SUBS-READ      PIC 9(7) COMP VALUE 0.
       01 WS-CTL-FUNDS-READ     PIC 9(7) COMP VALUE 0.
       01 WS-CTL-ORDERS-READ    PIC 9(7) COMP VALUE 0.
       01 WS-CTL-ORDERS-USED    PIC 9(7) COMP VALUE 0.
       01 WS-CTL-FINES-READ     PIC 9(7) COMP VALUE 0.
       01 WS-CTL-FINES-USED     PIC 9(7) COMP VALUE 0.
       01 WS-LINE-LABEL         PIC X(45).
       01 WS-LINE-NUMBER        PIC X(5).
       01 WS-LINE-DIGIT         PIC 9(1).
       01 WS-COUNT-DISPLAY      PIC Z,ZZZ,ZZ9.
       01 WS-AMOUNT-DISPLAY     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-SIGNED-DISPLAY     PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-NOTE               PIC X(30).

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Please enter the first day of the fiscal year"
               " (YYYYMMDD): "
           ACCEPT WS-FROM-DATE
           DISPLAY "Please enter the last day of the fiscal year"
               " (YYYYMMDD): "
           ACCEPT WS-TO-DATE
           IF WS-FROM-DATE IS EQUAL TO 0
               OR WS-TO-DATE IS LESS THAN WS-FROM-DATE THEN
               DISPLAY "error: not a valid date range"
               STOP RUN
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM OPEN-LIBRARY-DATABASE
           PERFORM COUNT-BORROWERS
      *> interlibrary loans go first: the borrowed copies they find
      *> still here come off the holdings figures
           PERFORM COUNT-ILL
           PERFORM COUNT-HOLDINGS
           PERFORM COUNT-ITEMS
           PERFORM COUNT-LIVE-LOANS
           PERFORM COUNT-ARCHIVED-LOANS
           PERFORM COUNT-SERIALS
           PERFORM COUNT-FUNDS
           PERFORM COUNT-ORDERS
           PERFORM COUNT-FINES
           CLOSE LIBRARY-DATABASE
           PERFORM PRINT-SURVEY
           PERFORM PRINT-CONTROL-SECTION
           STOP RUN.

       OPEN-LIBRARY-DATABASE.
           OPEN INPUT LIBRARY-DATABASE.
           IF NOT DBS-OK THEN
               DISPLAY "Error opening database file"
               STOP RUN
           END-IF.

       COUNT-BORROWERS.
      *> a registered borrower is a card in good standing; inactive
      *> and merged-away cards aren't counted
           OPEN INPUT BORROWER-DATABASE
           IF BRS-OK THEN
               MOVE "N" TO WS-EOF
               PERFORM COUNT-NEXT-BORROWER UNTIL EOF-REACHED
               CLOSE BORROWER-DATABASE
           END-IF.

       COUNT-NEXT-BORROWER.
           READ BORROWER-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CTL-BOR-READ
                   IF BORROWER-STATUS IS EQUAL TO "A" THEN
                       ADD 1 TO WS-BOR-TOTAL
                       EVALUATE BORROWER-TYPE
                           WHEN "J" ADD 1 TO WS-BOR-JUVENILE
                           WHEN "S" ADD 1 TO WS-BOR-STAFF
                           WHEN "C" ADD 1 TO WS-BOR-COMMUNITY
                           WHEN OTHER ADD 1 TO WS-BOR-ADULT
                       END-EVALUATE
                       IF BORROWER-REG-DATE IS NOT LESS THAN
                           WS-FROM-DATE
                           AND BORROWER-REG-DATE IS NOT GREATER THAN
                           WS-TO-DATE THEN
                           ADD 1 TO WS-BOR-NEW
                       END-IF
                   END-IF
           END-READ.

       COUNT-HOLDINGS.
           INITIALIZE WS-LOCATION-COUNTS
           MOVE "N" TO WS-EOF
           MOVE 0 TO BOOK-ISBN
           START LIBRARY-DATABASE KEY IS NOT LESS THAN BOOK-ISBN
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM COUNT-NEXT-TITLE UNTIL EOF-REACHED.

       COUNT-NEXT-TITLE.
           READ LIBRARY-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CTL-CATALOG
                   IF BOOK-CATEGORY IS EQUAL TO "ILL" THEN
                       ADD 1 TO WS-CTL-ILL-TITLES
                       ADD TOTAL-COPIES TO WS-CTL-ILL-COPIES
                   ELSE
                       PERFORM COUNT-ONE-TITLE
                   END-IF
           END-READ.

       COUNT-ONE-TITLE.
           MOVE BOOK-ISBN TO WS-WORK-ISBN
           PERFORM FIND-BORROWED-COPIES
           IF WS-BORROWED-HERE IS GREATER THAN TOTAL-COPIES THEN
               MOVE TOTAL-COPIES TO WS-BORROWED-HERE
           END-IF
           COMPUTE WS-OWN-COPIES = TOTAL-COPIES - WS-BORROWED-HERE
           ADD WS-BORROWED-HERE TO WS-CTL-ILL-COPIES
           ADD 1 TO WS-TITLES
           ADD WS-OWN-COPIES TO WS-VOLUMES
           PERFORM FIND-LOCATION
           ADD 1 TO WS-LOC-TITLES(WS-L)
           ADD WS-OWN-COPIES TO WS-LOC-VOLUMES(WS-L)
           PERFORM ADD-TO-CATEGORY.

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

       FIND-LOCATION.
      *> anything not one of the four sections counts as not yet
      *> shelved, the last line of the table
           MOVE 1 TO WS-L
           PERFORM NEXT-LOCATION
               UNTIL WS-L IS EQUAL TO 5
                   OR WS-LOC-CODE(WS-L) IS EQUAL TO BOOK-LOCATION.

       NEXT-LOCATION.
           ADD 1 TO WS-L.

       ADD-TO-CATEGORY.
           MOVE 0 TO WS-MATCH
           PERFORM MATCH-CATEGORY
               VARYING WS-C FROM 1 BY 1
               UNTIL WS-C IS GREATER THAN WS-CAT-COUNT
           IF WS-MATCH IS EQUAL TO 0 THEN
               IF WS-CAT-COUNT IS NOT LESS THAN WS-CAT-LIMIT THEN
                   ADD WS-OWN-COPIES TO WS-CAT-OVERFLOW
               ELSE
                   ADD 1 TO WS-CAT-COUNT
                   MOVE WS-CAT-COUNT TO WS-C
                   MOVE "N" TO WS-SLOT-FOUND
                   PERFORM FIND-CATEGORY-SLOT UNTIL SLOT-WAS-FOUND
                   MOVE BOOK-CATEGORY TO WS-CE-CATEGORY(WS-C)
                   MOVE 0 TO WS-CE-TITLES(WS-C)
                   MOVE 0 TO WS-CE-VOLUMES(WS-C)
                   MOVE WS-C TO WS-MATCH
               END-IF
           END-IF
           IF WS-MATCH IS GREATER THAN 0 THEN
               ADD 1 TO WS-CE-TITLES(WS-MATCH)
               ADD WS-OWN-COPIES TO WS-CE-VOLUMES(WS-MATCH)
           END-IF.

       MATCH-CATEGORY.
           IF WS-CE-CATEGORY(WS-C) IS EQUAL TO BOOK-CATEGORY THEN
               MOVE WS-C TO WS-MATCH
           END-IF.

       FIND-CATEGORY-SLOT.
           IF WS-C IS EQUAL TO 1 THEN
               MOVE "Y" TO WS-SLOT-FOUND
           ELSE
               IF WS-CE-CATEGORY(WS-C - 1) IS GREATER THAN
                   BOOK-CATEGORY THEN
                   MOVE WS-CAT-ENTRY(WS-C - 1) TO WS-CAT-ENTRY(WS-C)
                   SUBTRACT 1 FROM WS-C
               ELSE
                   MOVE "Y" TO WS-SLOT-FOUND
               END-IF
           END-IF.

       COUNT-ITEMS.
      *> volumes added in the year are the copies registered with an
      *> acquired date inside it
           OPEN INPUT ITEM-DATABASE
           IF ITS-OK THEN
               MOVE "N" TO WS-EOF
               PERFORM COUNT-NEXT-ITEM UNTIL EOF-REACHED
               CLOSE ITEM-DATABASE
           END-IF.

       COUNT-NEXT-ITEM.
           READ ITEM-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CTL-ITEMS-READ
                   IF ITEM-STATUS NOT EQUAL "W" THEN
                       ADD 1 TO WS-ITEMS-HELD
                   END-IF
                   IF ITEM-ACQUIRED-DATE IS NOT LESS THAN WS-FROM-DATE
                       AND ITEM-ACQUIRED-DATE IS NOT GREATER THAN
                       WS-TO-DATE THEN
                       ADD 1 TO WS-ITEMS-ADDED
                   END-IF
           END-READ.

       COUNT-LIVE-LOANS.
           OPEN INPUT LOAN-DATABASE
           IF LNS-OK THEN
               MOVE "N" TO WS-EOF
               PERFORM COUNT-NEXT-LOAN UNTIL EOF-REACHED
               CLOSE LOAN-DATABASE
           END-IF.

       COUNT-NEXT-LOAN.
           READ LOAN-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CTL-LOANS-READ
                   IF LOAN-CHECKOUT-DATE IS NOT LESS THAN WS-FROM-DATE
                       AND LOAN-CHECKOUT-DATE IS NOT GREATER THAN
                       WS-TO-DATE THEN
                       ADD 1 TO WS-CTL-LOANS-USED
                       MOVE LOAN-ISBN TO WS-WORK-ISBN
                       MOVE LOAN-RENEWAL-COUNT TO WS-WORK-RENEWALS
                       PERFORM COUNT-ONE-CHECKOUT
                   END-IF
           END-READ.

       COUNT-ARCHIVED-LOANS.
      *> closed loans ARCHIVE-LOANS has moved out are circulation all
      *> the same; a site that never archived has no archive file
           OPEN INPUT HISTORY-DATABASE
           IF HTS-OK THEN
               MOVE "N" TO WS-EOF
               PERFORM COUNT-NEXT-ARCHIVED-LOAN UNTIL EOF-REACHED
               CLOSE HISTORY-DATABASE
           END-IF.

       COUNT-NEXT-ARCHIVED-LOAN.
           READ HISTORY-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CTL-HIST-READ
                   IF HIST-CHECKOUT-DATE IS NOT LESS THAN WS-FROM-DATE
                       AND HIST-CHECKOUT-DATE IS NOT GREATER THAN
                       WS-TO-DATE THEN
                       ADD 1 TO WS-CTL-HIST-USED
                       MOVE HIST-ISBN TO WS-WORK-ISBN
                       MOVE HIST-RENEWAL-COUNT TO WS-WORK-RENEWALS
                       PERFORM COUNT-ONE-CHECKOUT
                   END-IF
           END-READ.

       COUNT-ONE-CHECKOUT.
      *> children's circulation is what went out from the juvenile
      *> shelves, whoever borrowed it
           ADD 1 TO WS-CIRCULATION
           ADD WS-WORK-RENEWALS TO WS-RENEWALS
           MOVE WS-WORK-ISBN TO BOOK-ISBN
           READ LIBRARY-DATABASE RECORD
               KEY IS BOOK-ISBN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BOOK-LOCATION IS EQUAL TO "J" THEN
                       ADD 1 TO WS-JUVENILE-CIRC
                   END-IF
           END-READ.

       COUNT-ILL.
      *> borrowed counts what reached our patrons in the year, lent
      *> what we shipped out to partners. A borrowed copy received
      *> and not yet sent back is on our shelves or with a patron
      *> today, and is noted so the holdings can leave it out
           OPEN INPUT ILL-DATABASE
           IF ILS-OK THEN
               MOVE "N" TO WS-EOF
               PERFORM COUNT-NEXT-ILL UNTIL EOF-REACHED
               CLOSE ILL-DATABASE
           END-IF.

       COUNT-NEXT-ILL.
           READ ILL-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CTL-ILL-READ
                   IF ILL-DIRECTION IS EQUAL TO "B"
                       AND ILL-STATUS IS EQUAL TO "R" THEN
                       PERFORM NOTE-BORROWED-COPY
                   END-IF
                   IF ILL-DIRECTION IS EQUAL TO "B" THEN
                       MOVE ILL-RECEIVE-DATE TO WS-WORK-DATE
                   ELSE
                       MOVE ILL-SHIP-DATE TO WS-WORK-DATE
                   END-IF
                   IF WS-WORK-DATE IS NOT LESS THAN WS-FROM-DATE
                       AND WS-WORK-DATE IS NOT GREATER THAN
                       WS-TO-DATE THEN
                       IF ILL-DIRECTION IS EQUAL TO "B" THEN
                           ADD 1 TO WS-ILL-BORROWED
                       ELSE
                           ADD 1 TO WS-ILL-LENT
                       END-IF
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

       COUNT-SERIALS.
           OPEN INPUT SUBSCRIPTION-DATABASE
           IF SBS-OK THEN
               MOVE "N" TO WS-EOF
               PERFORM COUNT-NEXT-SUBSCRIPTION UNTIL EOF-REACHED
               CLOSE SUBSCRIPTION-DATABASE
           END-IF.

       COUNT-NEXT-SUBSCRIPTION.
           READ SUBSCRIPTION-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CTL-SUBS-READ
                   IF SUB-STATUS IS EQUAL TO "A" THEN
                       ADD 1 TO WS-SERIALS
                   END-IF
           END-READ.

       COUNT-FUNDS.
           OPEN INPUT FUND-DATABASE
           IF FDS-OK THEN
               MOVE "N" TO WS-EOF
               PERFORM COUNT-NEXT-FUND UNTIL EOF-REACHED
               CLOSE FUND-DATABASE
           END-IF.

       COUNT-NEXT-FUND.
           READ FUND-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CTL-FUNDS-READ
                   ADD FUND-BUDGET TO WS-FUND-BUDGET
                   ADD FUND-SPENT TO WS-FUND-SPENT
           END-READ.

       COUNT-ORDERS.
      *> materials spending is stock received in the year, at what
      *> the vendor invoiced where the invoice is in and at the order
      *> price where it isn't yet
           OPEN INPUT ORDER-DATABASE
           IF ORS-OK THEN
               MOVE "N" TO WS-EOF
               PERFORM COUNT-NEXT-ORDER UNTIL EOF-REACHED
               CLOSE ORDER-DATABASE
           END-IF.

       COUNT-NEXT-ORDER.
           READ ORDER-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CTL-ORDERS-READ
                   IF ORDER-RECEIVED-COPIES IS GREATER THAN 0
                       AND ORDER-RECEIVED-DATE IS NOT LESS THAN
                       WS-FROM-DATE
                       AND ORDER-RECEIVED-DATE IS NOT GREATER THAN
                       WS-TO-DATE THEN
                       ADD 1 TO WS-CTL-ORDERS-USED
                       IF ORDER-INVOICED-COPIES IS GREATER THAN
                           ORDER-RECEIVED-COPIES THEN
                           MOVE ORDER-INVOICED-AMOUNT
                               TO WS-ORDER-SPENT
                       ELSE
                           COMPUTE WS-ORDER-SPENT =
                               ORDER-INVOICED-AMOUNT
                               + (ORDER-RECEIVED-COPIES
                                   - ORDER-INVOICED-COPIES)
                                   * ORDER-UNIT-PRICE
                       END-IF
                       ADD WS-ORDER-SPENT TO WS-MATERIALS-SPENT
                   END-IF
           END-READ.

       COUNT-FINES.
           OPEN INPUT FINE-DATABASE
           IF FNS-OK THEN
               MOVE "N" TO WS-EOF
               PERFORM COUNT-NEXT-FINE UNTIL EOF-REACHED
               CLOSE FINE-DATABASE
           END-IF.

       COUNT-NEXT-FINE.
           READ FINE-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CTL-FINES-READ
                   IF FINE-DATE IS NOT LESS THAN WS-FROM-DATE
                       AND FINE-DATE IS NOT GREATER THAN
                       WS-TO-DATE THEN
                       ADD 1 TO WS-CTL-FINES-USED
                       EVALUATE FINE-TYPE
                           WHEN "P"
                               SUBTRACT FINE-AMOUNT
                                   FROM WS-FINES-COLLECTED
                           WHEN "D"
                               SUBTRACT FINE-AMOUNT
                                   FROM WS-FINES-COLLECTED
                               ADD FINE-AMOUNT TO WS-REFUNDS-PAID
                           WHEN "W"
                               SUBTRACT FINE-AMOUNT FROM WS-FINES-WAIVED
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       PRINT-SURVEY.
           DISPLAY "State public library survey -- fiscal year "
               WS-FROM-DATE " to " WS-TO-DATE
           DISPLAY "(holdings, borrowers, and subscriptions as of "
               WS-TODAY ")"
           DISPLAY " "
           DISPLAY "SECTION 1  REGISTERED USERS"
           MOVE "1.01" TO WS-LINE-NUMBER
           MOVE "Registered borrowers, total" TO WS-LINE-LABEL
           MOVE WS-BOR-TOTAL TO WS-COUNT-DISPLAY
           PERFORM PRINT-COUNT-LINE
           MOVE "1.02" TO WS-LINE-NUMBER
           MOVE "  Adult cards" TO WS-LINE-LABEL
           MOVE WS-BOR-ADULT TO WS-COUNT-DISPLAY
           PERFORM PRINT-COUNT-LINE
           MOVE "1.03" TO WS-LINE-NUMBER
           MOVE "  Juvenile cards" TO WS-LINE-LABEL
           MOVE WS-BOR-JUVENILE TO WS-COUNT-DISPLAY
           PERFORM PRINT-COUNT-LINE
           MOVE "1.04" TO WS-LINE-NUMBER
           MOVE "  Staff cards" TO WS-LINE-LABEL
           MOVE WS-BOR-STAFF TO WS-COUNT-DISPLAY
           PERFORM PRINT-COUNT-LINE
           MOVE "1.05" TO WS-LINE-NUMBER
           MOVE "  Community cards" TO WS-LINE-LABEL
           MOVE WS-BOR-COMMUNITY TO WS-COUNT-DISPLAY
           PERFORM PRINT-COUNT-LINE
           MOVE "1.06" TO WS-LINE-NUMBER
           MOVE "New registrations during the year" TO WS-LINE-LABEL
           MOVE WS-BOR-NEW TO WS-COUNT-DISPLAY
           PERFORM PRINT-COUNT-LINE
           DISPLAY " "
           DISPLAY "SECTION 2  COLLECTION"
           MOVE "2.01" TO WS-LINE-NUMBER
           MOVE "Titles held" TO WS-LINE-LABEL
           MOVE WS-TITLES TO WS-COUNT-DISPLAY
           PERFORM PRINT-COUNT-LINE
           MOVE "2.02" TO WS-LINE-NUMBER
           MOVE "Volumes held" TO WS-LINE-LABEL
           MOVE WS-VOLUMES TO WS-COUNT-DISPLAY
           PERFORM PRINT-COUNT-LINE
           PERFORM PRINT-LOCATION-LINE
               VARYING WS-L FROM 1 BY 1
               UNTIL WS-L IS GREATER THAN 5
           MOVE "2.08" TO WS-LINE-NUMBER
           MOVE "Volumes added during the year" TO WS-LINE-LABEL
           MOVE WS-ITEMS-ADDED TO WS-COUNT-DISPLAY
           PERFORM PRINT-COUNT-LINE
           MOVE "2.09" TO WS-LINE-NUMBER
           MOVE "Volumes held by category:" TO WS-LINE-LABEL
           DISPLAY WS-LINE-NUMBER " " WS-LINE-LABEL
           PERFORM PRINT-CATEGORY-LINE
               VARYING WS-C FROM 1 BY 1
               UNTIL WS-C IS GREATER THAN WS-CAT-COUNT
           IF WS-CAT-OVERFLOW IS GREATER THAN 0 THEN
               MOVE SPACES TO WS-LINE-NUMBER
               MOVE "  (other categories)" TO WS-LINE-LABEL
               MOVE WS-CAT-OVERFLOW TO WS-COUNT-DISPLAY
               PERFORM PRINT-COUNT-LINE
           END-IF
           DISPLAY " "
           DISPLAY "SECTION 3  CIRCULATION"
           MOVE "3.01" TO WS-LINE-NUMBER
           MOVE "Total circulation (checkouts)" TO WS-LINE-LABEL
           MOVE WS-CIRCULATION TO WS-COUNT-DISPLAY
           PERFORM PRINT-COUNT-LINE
           MOVE "3.02" TO WS-LINE-NUMBER
           MOVE "  Circulation of children's materials"
               TO WS-LINE-LABEL
           MOVE WS-JUVENILE-CIRC TO WS-COUNT-DISPLAY
           PERFORM PRINT-COUNT-LINE
           MOVE "3.03" TO WS-LINE-NUMBER
           MOVE "Renewals" TO WS-LINE-LABEL
           MOVE WS-RENEWALS TO WS-COUNT-DISPLAY
           PERFORM PRINT-COUNT-LINE
           DISPLAY " "
           DISPLAY "SECTION 4  INTERLIBRARY LOAN"
           MOVE "4.01" TO WS-LINE-NUMBER
           MOVE "Items received from other libraries"
               TO WS-LINE-LABEL
           MOVE WS-ILL-BORROWED TO WS-COUNT-DISPLAY
           PERFORM PRINT-COUNT-LINE
           MOVE "4.02" TO WS-LINE-NUMBER
           MOVE "Items provided to other libraries" TO WS-LINE-LABEL
           MOVE WS-ILL-LENT TO WS-COUNT-DISPLAY
           PERFORM PRINT-COUNT-LINE
           DISPLAY " "
           DISPLAY "SECTION 5  SERIALS"
           MOVE "5.01" TO WS-LINE-NUMBER
           MOVE "Current serial subscriptions" TO WS-LINE-LABEL
           MOVE WS-SERIALS TO WS-COUNT-DISPLAY
           PERFORM PRINT-COUNT-LINE
           DISPLAY " "
           DISPLAY "SECTION 6  OPERATING EXPENDITURE"
           MOVE "6.01" TO WS-LINE-NUMBER
           MOVE "Library materials received" TO WS-LINE-LABEL
           MOVE WS-MATERIALS-SPENT TO WS-AMOUNT-DISPLAY
           PERFORM PRINT-AMOUNT-LINE
           MOVE "6.02" TO WS-LINE-NUMBER
           MOVE "Materials budget (funds on file)" TO WS-LINE-LABEL
           MOVE WS-FUND-BUDGET TO WS-AMOUNT-DISPLAY
           PERFORM PRINT-AMOUNT-LINE
           MOVE "6.03" TO WS-LINE-NUMBER
           MOVE "Materials spent to date (funds on file)"
               TO WS-LINE-LABEL
           MOVE WS-FUND-SPENT TO WS-AMOUNT-DISPLAY
           PERFORM PRINT-AMOUNT-LINE
           DISPLAY " "
           DISPLAY "SECTION 7  OPERATING REVENUE"
           MOVE "7.01" TO WS-LINE-NUMBER
           MOVE "Fines and charges collected, net" TO WS-LINE-LABEL
           MOVE WS-FINES-COLLECTED TO WS-SIGNED-DISPLAY
           DISPLAY WS-LINE-NUMBER " " WS-LINE-LABEL WS-SIGNED-DISPLAY
           MOVE "7.02" TO WS-LINE-NUMBER
           MOVE "  Refunds paid out" TO WS-LINE-LABEL
           MOVE WS-REFUNDS-PAID TO WS-AMOUNT-DISPLAY
           PERFORM PRINT-AMOUNT-LINE
           MOVE "7.03" TO WS-LINE-NUMBER
           MOVE "Fines and charges waived" TO WS-LINE-LABEL
           MOVE WS-FINES-WAIVED TO WS-AMOUNT-DISPLAY
           PERFORM PRINT-AMOUNT-LINE.

       PRINT-COUNT-LINE.
           DISPLAY WS-LINE-NUMBER " " WS-LINE-LABEL "    "
               WS-COUNT-DISPLAY.

       PRINT-AMOUNT-LINE.
           DISPLAY WS-LINE-NUMBER " " WS-LINE-LABEL WS-AMOUNT-DISPLAY.

       PRINT-LOCATION-LINE.
      *> lines 2.03 to 2.07, one per shelving location
           COMPUTE WS-LINE-DIGIT = WS-L + 2
           MOVE SPACES TO WS-LINE-NUMBER
           STRING "2.0" WS-LINE-DIGIT DELIMITED BY SIZE
               INTO WS-LINE-NUMBER
           MOVE SPACES TO WS-LINE-LABEL
           STRING "  " WS-LOC-NAME(WS-L) " volumes" DELIMITED BY SIZE
               INTO WS-LINE-LABEL
           MOVE WS-LOC-VOLUMES(WS-L) TO WS-COUNT-DISPLAY
           PERFORM PRINT-COUNT-LINE.

       PRINT-CATEGORY-LINE.
           MOVE SPACES TO WS-LINE-NUMBER
           MOVE SPACES TO WS-LINE-LABEL
           IF WS-CE-CATEGORY(WS-C) IS EQUAL TO SPACES THEN
               MOVE "  (no category)" TO WS-LINE-LABEL
           ELSE
               STRING "  " WS-CE-CATEGORY(WS-C) DELIMITED BY SIZE
                   INTO WS-LINE-LABEL
           END-IF
           MOVE WS-CE-VOLUMES(WS-C) TO WS-COUNT-DISPLAY
           PERFORM PRINT-COUNT-LINE.

       PRINT-CONTROL-SECTION.
           DISPLAY " "
           DISPLAY "CONTROL SECTION  records each figure came from"
           MOVE "library.db titles read (2.01-2.09)" TO WS-LINE-LABEL
           MOVE WS-CTL-CATALOG TO WS-COUNT-DISPLAY
           PERFORM PRINT-CONTROL-LINE
           MOVE "  ILL titles left out (borrowed, not ours)"
               TO WS-LINE-LABEL
           MOVE WS-CTL-ILL-TITLES TO WS-COUNT-DISPLAY
           PERFORM PRINT-CONTROL-LINE
           MOVE "  borrowed ILL copies left out of 2.02-2.09"
               TO WS-LINE-LABEL
           MOVE WS-CTL-ILL-COPIES TO WS-COUNT-DISPLAY
           PERFORM PRINT-CONTROL-LINE
           MOVE "items.db copies read (2.08)" TO WS-LINE-LABEL
           MOVE WS-CTL-ITEMS-READ TO WS-COUNT-DISPLAY
           PERFORM PRINT-CONTROL-LINE
           MOVE "  of which not withdrawn" TO WS-LINE-LABEL
           MOVE WS-ITEMS-HELD TO WS-COUNT-DISPLAY
           PERFORM PRINT-CONTROL-LINE
           MOVE "loans.db loans read (3.01-3.03)" TO WS-LINE-LABEL
           MOVE WS-CTL-LOANS-READ TO WS-COUNT-DISPLAY
           PERFORM PRINT-CONTROL-LINE
           MOVE "  checked out in the year" TO WS-LINE-LABEL
           MOVE WS-CTL-LOANS-USED TO WS-COUNT-DISPLAY
           PERFORM PRINT-CONTROL-LINE
           MOVE "loanhist.db loans read (3.01-3.03)" TO WS-LINE-LABEL
           MOVE WS-CTL-HIST-READ TO WS-COUNT-DISPLAY
           PERFORM PRINT-CONTROL-LINE
           MOVE "  checked out in the year" TO WS-LINE-LABEL
           MOVE WS-CTL-HIST-USED TO WS-COUNT-DISPLAY
           PERFORM PRINT-CONTROL-LINE
           MOVE "borrowers.db cards read (1.01-1.06)" TO WS-LINE-LABEL
           MOVE WS-CTL-BOR-READ TO WS-COUNT-DISPLAY
           PERFORM PRINT-CONTROL-LINE
           MOVE "ill.db requests read (4.01-4.02)" TO WS-LINE-LABEL
           MOVE WS-CTL-ILL-READ TO WS-COUNT-DISPLAY
           PERFORM PRINT-CONTROL-LINE
           MOVE "subs.db subscriptions read (5.01)" TO WS-LINE-LABEL
           MOVE WS-CTL-SUBS-READ TO WS-COUNT-DISPLAY
           PERFORM PRINT-CONTROL-LINE
           MOVE "funds.db funds read (6.02-6.03)" TO WS-LINE-LABEL
           MOVE WS-CTL-FUNDS-READ TO WS-COUNT-DISPLAY
           PERFORM PRINT-CONTROL-LINE
           MOVE "orders.db orders read (6.01)" TO WS-LINE-LABEL
           MOVE WS-CTL-ORDERS-READ TO WS-COUNT-DISPLAY
           PERFORM PRINT-CONTROL-LINE
           MOVE "  received in the year" TO WS-LINE-LABEL
           MOVE WS-CTL-ORDERS-USED TO WS-COUNT-DISPLAY
           PERFORM PRINT-CONTROL-LINE
           MOVE "fines.db entries read (7.01-7.03)" TO WS-LINE-LABEL
           MOVE WS-CTL-FINES-READ TO WS-COUNT-DISPLAY
           PERFORM PRINT-CONTROL-LINE
           MOVE "  written in the year" TO WS-LINE-LABEL
           MOVE WS-CTL-FINES-USED TO WS-COUNT-DISPLAY
           PERFORM PRINT-CONTROL-LINE
           IF WS-BORROWED-OVERFLOW IS GREATER THAN 0 THEN
               DISPLAY "warning: " WS-BORROWED-OVERFLOW " borrowed"
                   " ILL copies beyond the table limit are still"
                   " counted in 2.02-2.09"
           END-IF.

       PRINT-CONTROL-LINE.
           DISPLAY "      " WS-LINE-LABEL "    " WS-COUNT-DISPLAY.
