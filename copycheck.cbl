      PROGRAM-ID. COPY-CHECK.
      *> Batch integrity utility: for every catalog record, counts the
      *> open loans on that ISBN and the copies set aside for ready
      *> holds and the copies away for repair or in transit, and
      *> verifies AVAILABLE-COPIES = TOTAL-COPIES - open loans -
      *> set-aside copies - copies away. Every discrepancy is reported,
      *> and repair mode corrects the catalog count and writes an audit
      *> entry for each fix, so count drift from half-completed
      *> checkouts stops accumulating
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

           SELECT TRANSACTION-LOG *> Audit trail of catalog changes
           ASSIGN TO "./transaction.log"
           ORGANIZATION IS LINE SEQUENTIAL

           COPY "holdrec.cpy".

       FD  ITEM-DATABASE
           DATA RECORD IS ITEM-RECORD.

           COPY "itemrec.cpy".

       FD  TRANSACTION-LOG
           DATA RECORD IS AUDIT-RECORD.

          88 LNS-OK                   VALUE "00".
       01 HDS                   PIC X(2).
          88 HDS-OK                   VALUE "00".
       01 ITS                   PIC X(2).
          88 ITS-OK                   VALUE "00".
       01 TLS                   PIC X(2).
          88 TLS-OK                   VALUE "00".
       01 LKS                   PIC X(2).
          88 LOAN-EOF-REACHED         VALUE "Y".
       01 WS-HOLD-EOF           PIC X(2) VALUE "N".
          88 HOLD-EOF-REACHED         VALUE "Y".
       01 WS-ITEM-FILE          PIC X(2) VALUE "N".
          88 ITEM-FILE-PRESENT        VALUE "Y".
       01 WS-ITEM-EOF           PIC X(2) VALUE "N".
          88 ITEM-EOF-REACHED         VALUE "Y".
       01 WS-OPEN-LOANS         PIC 9(5) COMP.
       01 WS-READY-HOLDS        PIC 9(5) COMP.
       01 WS-AWAY-COPIES        PIC 9(5) COMP.
       01 WS-EXPECTED           PIC S9(5) COMP.
       01 WS-CHECKED-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-DRIFT-COUNT        PIC 9(5) COMP VALUE 0.
       01 WS-REPAIRED-COUNT     PIC 9(5) COMP VALUE 0.
       01 WS-AVAIL-BEFORE       PIC 9(3).
           COPY "signon.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO SIGNON-REQUEST
           MOVE "C" TO SIGNON-NEED-ROLE
           CALL "STAFF-SIGNON" USING SIGNON-AREA
           IF NOT SIGNON-GRANTED THEN
               STOP RUN
           END-IF
           DISPLAY "1. Report count discrepancies only"
           DISPLAY "2. Report and repair the catalog counts"
           DISPLAY "Please enter a choice: "
           IF HOLD-FILE-PRESENT THEN
               CLOSE HOLD-DATABASE
           END-IF
           IF ITEM-FILE-PRESENT THEN
               CLOSE ITEM-DATABASE
           END-IF
           PERFORM RELEASE-LOCK
           STOP RUN.

           ELSE
               MOVE "N" TO WS-HOLD-FILE
           END-IF.
      *> without an item file no copy is tracked as away for repair
           OPEN INPUT ITEM-DATABASE.
           IF ITS-OK THEN
               MOVE "Y" TO WS-ITEM-FILE
           ELSE
               MOVE "N" TO WS-ITEM-FILE
           END-IF.
      *> the log is append-only, so EXTEND both creates it the first
      *> time and picks up where the last run left off after that
           OPEN EXTEND TRANSACTION-LOG.
       CHECK-ONE-CATALOG-RECORD.
           PERFORM COUNT-OPEN-LOANS
           PERFORM COUNT-READY-HOLDS
           PERFORM COUNT-AWAY-COPIES
           COMPUTE WS-EXPECTED =
               TOTAL-COPIES - WS-OPEN-LOANS - WS-READY-HOLDS
                   - WS-AWAY-COPIES
      *> more copies out than the title owns is drift too -- the
      *> closest a 3-digit unsigned count can get is zero
           IF WS-EXPECTED IS LESS THAN 0 THEN
                   " owns " TOTAL-COPIES
                   " on loan " WS-OPEN-LOANS
                   " set aside " WS-READY-HOLDS
                   " away " WS-AWAY-COPIES
                   " available says " AVAILABLE-COPIES
                   " should be " WS-EXPECTED
               ADD 1 TO WS-DRIFT-COUNT
                   END-IF
           END-READ.

       COUNT-AWAY-COPIES.
      *> a copy in mending, at the bindery, or in transit between
      *> branches is neither on the shelf nor on loan, but the title
      *> still owns it
           MOVE 0 TO WS-AWAY-COPIES
           IF ITEM-FILE-PRESENT THEN
               MOVE BOOK-ISBN TO ITEM-ISBN
               START ITEM-DATABASE KEY IS NOT LESS THAN ITEM-ISBN
                   INVALID KEY
                       MOVE "Y" TO WS-ITEM-EOF
                   NOT INVALID KEY
                       MOVE "N" TO WS-ITEM-EOF
               END-START
               PERFORM COUNT-NEXT-AWAY-COPY UNTIL ITEM-EOF-REACHED
           END-IF.

       COUNT-NEXT-AWAY-COPY.
           READ ITEM-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ITEM-EOF
               NOT AT END
                   IF ITEM-ISBN NOT EQUAL BOOK-ISBN THEN
                       MOVE "Y" TO WS-ITEM-EOF
                   ELSE
                       IF ITEM-STATUS IS EQUAL TO "M"
                           OR ITEM-STATUS IS EQUAL TO "P"
                           OR ITEM-STATUS IS EQUAL TO "B"
                           OR ITEM-STATUS IS EQUAL TO "T" THEN
                           ADD 1 TO WS-AWAY-COPIES
                       END-IF
                   END-IF
           END-READ.

       REPAIR-THE-COUNT.
           MOVE AVAILABLE-COPIES TO WS-AVAIL-BEFORE
           MOVE WS-EXPECTED TO AVAILABLE-COPIES
           MOVE SPACES TO AUDIT-AFTER
           STRING "available=" AVAILABLE-COPIES
               DELIMITED BY SIZE INTO AUDIT-AFTER
           MOVE SIGNON-OPERATOR TO AUDIT-OPERATOR
           WRITE AUDIT-RECORD.
