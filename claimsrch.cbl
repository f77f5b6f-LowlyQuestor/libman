      IDENTIFICATION DIVISION.
      PROGRAM-ID. CLAIMS-SEARCH-LIST.
      *> Weekly batch job: lists every loan a borrower has claimed to
      *> have returned, in shelf order -- location, then call number --
      *> so staff can walk the stacks once and check each spot. A
      *> claim nobody has resolved after the chosen number of days is
      *> given up on: the loan closes as lost, the copy comes off the
      *> title's books, and the barcoded item is written off, just as
      *> a lost disposition at RETURN-BOOK does. No replacement charge
      *> is raised for it -- the borrower's word stands against the
      *> shelves -- and if the book turns up later RETURN-BOOK or
      *> BOOKDROP-RETURNS puts it back in stock
      AUTHOR. Aidan Simon.


      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-DATABASE *> Tracks which books are checked out
           ASSIGN TO "./loans.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOAN-KEY
           ALTERNATE RECORD KEY IS LOAN-ISBN WITH DUPLICATES
           ALTERNATE RECORD KEY IS LOAN-BORROWER-ID WITH DUPLICATES
           FILE STATUS IS LNS.

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

           SELECT TRANSACTION-LOG *> Audit trail of catalog changes
           ASSIGN TO "./transaction.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TLS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-DATABASE
           DATA RECORD IS LOAN-RECORD.

           COPY "loanrec.cpy".

       FD  LIBRARY-DATABASE
           DATA RECORD IS LIBRARY-RECORD.

           COPY "librec.cpy".

       FD  ITEM-DATABASE
           DATA RECORD IS ITEM-RECORD.

           COPY "itemrec.cpy".

       FD  TRANSACTION-LOG
           DATA RECORD IS AUDIT-RECORD.

           COPY "auditrec.cpy".

       WORKING-STORAGE SECTION.
       01 LNS                   PIC X(2).
          88 LNS-OK                   VALUE "00".
       01 DBS                   PIC X(2).
          88 DBS-OK                   VALUE "00".
       01 ITS                   PIC X(2).
          88 ITS-OK                   VALUE "00".
       01 TLS                   PIC X(2).
          88 TLS-OK                   VALUE "00".
       01 WS-ITEM-FILE          PIC X(2) VALUE "N".
          88 ITEM-FILE-PRESENT        VALUE "Y".
       01 WS-EOF                PIC X(2) VALUE "N".
          88 EOF-REACHED              VALUE "Y".
       01 WS-TODAY              PIC 9(8).
       01 WS-CLOSE-DAYS         PIC 9(3).
       01 WS-CLAIM-DAYS         PIC S9(5).
       01 WS-COPIES-BEFORE      PIC 9(3).
       01 WS-CLOSED-COUNT       PIC 9(5) COMP VALUE 0.
       01 WS-OVERFLOW-COUNT     PIC 9(5) COMP VALUE 0.
      *> the claims still being searched for, kept in shelf order as
      *> they are found: each new one is slotted in by moving the
      *> entries that sort after it down a place
       01 WS-CLAIM-COUNT        PIC 9(3) COMP VALUE 0.
       01 WS-CLAIM-LIMIT        PIC 9(3) COMP VALUE 500.
       01 WS-CLAIM-TABLE.
          05 WS-CLAIM-ENTRY     OCCURS 500 TIMES.
             10 WS-CE-SHELF-KEY.
                15 WS-CE-LOCATION  PIC X(1).
                15 WS-CE-CALLNO    PIC X(12).
                15 WS-CE-TITLE     PIC X(25).
             10 WS-CE-ISBN      PIC 9(13).
             10 WS-CE-BARCODE   PIC X(14).
             10 WS-CE-BORROWER  PIC X(10).
             10 WS-CE-CLAIMED   PIC 9(8).
             10 WS-CE-DAYS      PIC 9(5).
       01 WS-NEW-ENTRY.
          05 WS-NEW-SHELF-KEY.
             10 WS-NEW-LOCATION PIC X(1).
             10 WS-NEW-CALLNO   PIC X(12).
             10 WS-NEW-TITLE    PIC X(25).
          05 WS-NEW-ISBN        PIC 9(13).
          05 WS-NEW-BARCODE     PIC X(14).
          05 WS-NEW-BORROWER    PIC X(10).
          05 WS-NEW-CLAIMED     PIC 9(8).
          05 WS-NEW-DAYS        PIC 9(5).
       01 WS-C                  PIC 9(3) COMP.
       01 WS-SLOT-FOUND         PIC X(2) VALUE "N".
          88 SLOT-WAS-FOUND           VALUE "Y".
       01 WS-DAYS-DISPLAY       PIC ZZZZ9.
           COPY "signon.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO SIGNON-REQUEST
           MOVE "C" TO SIGNON-NEED-ROLE
           CALL "STAFF-SIGNON" USING SIGNON-AREA
           IF NOT SIGNON-GRANTED THEN
               STOP RUN
           END-IF
           DISPLAY "Close claims unresolved after how many days?"
               " (0 for the usual 60): "
           ACCEPT WS-CLOSE-DAYS
           IF WS-CLOSE-DAYS IS EQUAL TO 0 THEN
               MOVE 60 TO WS-CLOSE-DAYS
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM OPEN-DATABASES
           PERFORM CHECK-NEXT-LOAN UNTIL EOF-REACHED
           PERFORM PRINT-SEARCH-LIST
           DISPLAY "Claims closed as lost after " WS-CLOSE-DAYS
               " days: " WS-CLOSED-COUNT
           IF WS-OVERFLOW-COUNT IS GREATER THAN 0 THEN
               DISPLAY "warning: " WS-OVERFLOW-COUNT " claim(s) did"
                   " not fit on the list -- rerun once these are"
                   " resolved"
           END-IF
           CLOSE LOAN-DATABASE
           CLOSE LIBRARY-DATABASE
           CLOSE TRANSACTION-LOG
           IF ITEM-FILE-PRESENT THEN
               CLOSE ITEM-DATABASE
           END-IF
           STOP RUN.

       OPEN-DATABASES.
           OPEN I-O LOAN-DATABASE.
           IF NOT LNS-OK THEN
               DISPLAY "Error opening loan file"
               STOP RUN
           END-IF.
           OPEN I-O LIBRARY-DATABASE.
           IF NOT DBS-OK THEN
               DISPLAY "Error opening database file"
               STOP RUN
           END-IF.
      *> the item file is optional -- a site that hasn't barcoded its
      *> stock has no copy to write off, only the title's count
           OPEN I-O ITEM-DATABASE.
           IF ITS-OK THEN
               MOVE "Y" TO WS-ITEM-FILE
           ELSE
               MOVE "N" TO WS-ITEM-FILE
           END-IF.
      *> the log is append-only, so EXTEND both creates it the first
      *> time and picks up where the last run left off after that
           OPEN EXTEND TRANSACTION-LOG.
           IF NOT TLS-OK THEN
               DISPLAY "Error opening transaction log"
               STOP RUN
           END-IF.

       CHECK-NEXT-LOAN.
           READ LOAN-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF LOAN-RETURN-DATE IS EQUAL TO 0
                       AND LOAN-CLAIM-DATE IS GREATER THAN 0 THEN
                       COMPUTE WS-CLAIM-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-TODAY)
                               - FUNCTION INTEGER-OF-DATE
                                   (LOAN-CLAIM-DATE)
                       IF WS-CLAIM-DAYS IS GREATER THAN WS-CLOSE-DAYS THEN
                           PERFORM CLOSE-CLAIM-AS-LOST
                       ELSE
                           PERFORM ADD-SEARCH-ENTRY
                       END-IF
                   END-IF
           END-READ.

       READ-TITLE.
      *> a title gone from the catalog still gets searched for -- it
      *> just sorts to the front with no shelf position
           MOVE LOAN-ISBN TO BOOK-ISBN
           READ LIBRARY-DATABASE RECORD
               KEY IS BOOK-ISBN
               INVALID KEY
                   MOVE SPACE TO BOOK-LOCATION
                   MOVE SPACES TO BOOK-CALL-NUMBER
                   MOVE "(not in catalog)" TO BOOK-TITLE
           END-READ.

       ADD-SEARCH-ENTRY.
           IF WS-CLAIM-COUNT IS NOT LESS THAN WS-CLAIM-LIMIT THEN
               ADD 1 TO WS-OVERFLOW-COUNT
           ELSE
               PERFORM READ-TITLE
               MOVE BOOK-LOCATION    TO WS-NEW-LOCATION
               MOVE BOOK-CALL-NUMBER TO WS-NEW-CALLNO
               MOVE BOOK-TITLE       TO WS-NEW-TITLE
               MOVE LOAN-ISBN        TO WS-NEW-ISBN
               MOVE LOAN-BARCODE     TO WS-NEW-BARCODE
               MOVE LOAN-BORROWER-ID TO WS-NEW-BORROWER
               MOVE LOAN-CLAIM-DATE  TO WS-NEW-CLAIMED
               MOVE WS-CLAIM-DAYS    TO WS-NEW-DAYS
               ADD 1 TO WS-CLAIM-COUNT
               MOVE WS-CLAIM-COUNT TO WS-C
               MOVE "N" TO WS-SLOT-FOUND
               PERFORM FIND-SHELF-SLOT UNTIL SLOT-WAS-FOUND
               MOVE WS-NEW-ENTRY TO WS-CLAIM-ENTRY(WS-C)
           END-IF.

       FIND-SHELF-SLOT.
           IF WS-C IS EQUAL TO 1 THEN
               MOVE "Y" TO WS-SLOT-FOUND
           ELSE
               IF WS-CE-SHELF-KEY(WS-C - 1) IS GREATER THAN
                   WS-NEW-SHELF-KEY THEN
                   MOVE WS-CLAIM-ENTRY(WS-C - 1)
                       TO WS-CLAIM-ENTRY(WS-C)
                   SUBTRACT 1 FROM WS-C
               ELSE
                   MOVE "Y" TO WS-SLOT-FOUND
               END-IF
           END-IF.

       CLOSE-CLAIM-AS-LOST.
           MOVE WS-TODAY TO LOAN-RETURN-DATE
           MOVE "L" TO LOAN-CLOSE-REASON
           REWRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "error: unable to close the claim on ISBN "
                       LOAN-ISBN " for " FUNCTION TRIM(LOAN-BORROWER-ID)
               NOT INVALID KEY
                   PERFORM REMOVE-COPY-FROM-CATALOG
                   PERFORM LOG-DISPOSITION
                   IF ITEM-FILE-PRESENT
                       AND LOAN-BARCODE NOT EQUAL SPACES THEN
                       PERFORM WRITE-OFF-ITEM
                   END-IF
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE WS-CLAIM-DAYS TO WS-DAYS-DISPLAY
                   DISPLAY "Closed as lost: ISBN " LOAN-ISBN
                       " borrower " FUNCTION TRIM(LOAN-BORROWER-ID)
                       " -- claimed " LOAN-CLAIM-DATE ", "
                       WS-DAYS-DISPLAY " days unresolved"
           END-REWRITE.

       REMOVE-COPY-FROM-CATALOG.
      *> the copy is gone, so TOTAL-COPIES comes down; AVAILABLE-
      *> COPIES already dropped when the copy checked out
           MOVE LOAN-ISBN TO BOOK-ISBN
           READ LIBRARY-DATABASE RECORD
               KEY IS BOOK-ISBN
               INVALID KEY
                   DISPLAY "warning: ISBN " FUNCTION TRIM(LOAN-ISBN)
                       " is no longer in the catalog"
                   MOVE 0 TO WS-COPIES-BEFORE
                   MOVE 0 TO TOTAL-COPIES
               NOT INVALID KEY
                   MOVE TOTAL-COPIES TO WS-COPIES-BEFORE
                   IF TOTAL-COPIES IS GREATER THAN 0 THEN
                       SUBTRACT 1 FROM TOTAL-COPIES
                   END-IF
                   REWRITE LIBRARY-RECORD
                       INVALID KEY
                           DISPLAY "error: unable to update copy count"
                   END-REWRITE
           END-READ.

       WRITE-OFF-ITEM.
           MOVE LOAN-BARCODE TO ITEM-BARCODE
           READ ITEM-DATABASE RECORD
               KEY IS ITEM-BARCODE
               INVALID KEY
                   DISPLAY "warning: barcode " FUNCTION TRIM(LOAN-BARCODE)
                       " is not on the item file"
               NOT INVALID KEY
                   MOVE "W" TO ITEM-STATUS
                   REWRITE ITEM-RECORD
                       INVALID KEY
                           DISPLAY "error: unable to update item status"
                   END-REWRITE
           END-READ.

       LOG-DISPOSITION.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE "CLAIMS-LIST" TO AUDIT-PROGRAM
           MOVE "LOST" TO AUDIT-ACTION
           MOVE LOAN-ISBN TO AUDIT-ISBN
           MOVE SPACES TO AUDIT-BEFORE
           STRING "copies=" WS-COPIES-BEFORE
               DELIMITED BY SIZE INTO AUDIT-BEFORE
           MOVE SPACES TO AUDIT-AFTER
           STRING "copies=" TOTAL-COPIES
               " borrower=" FUNCTION TRIM(LOAN-BORROWER-ID)
               " claimed=" LOAN-CLAIM-DATE
               DELIMITED BY SIZE INTO AUDIT-AFTER
           MOVE SIGNON-OPERATOR TO AUDIT-OPERATOR
           WRITE AUDIT-RECORD.

       PRINT-SEARCH-LIST.
           DISPLAY "Claims-returned search list as of " WS-TODAY
           DISPLAY "LOC CALL NUMBER  TITLE                     "
               "ISBN          BARCODE        BORROWER   CLAIMED  DAYS"
           PERFORM PRINT-ONE-CLAIM
               VARYING WS-C FROM 1 BY 1
               UNTIL WS-C IS GREATER THAN WS-CLAIM-COUNT
           DISPLAY "Claims to search for: " WS-CLAIM-COUNT.

       PRINT-ONE-CLAIM.
           MOVE WS-CE-DAYS(WS-C) TO WS-DAYS-DISPLAY
           DISPLAY " " WS-CE-LOCATION(WS-C) "  " WS-CE-CALLNO(WS-C)
               " " WS-CE-TITLE(WS-C) " " WS-CE-ISBN(WS-C)
               " " WS-CE-BARCODE(WS-C) " " WS-CE-BORROWER(WS-C)
               " " WS-CE-CLAIMED(WS-C) WS-DAYS-DISPLAY.
