      *> into dated segments, each query walks the segment index
      *> first and the current log last, so a two-year-old change is
      *> as findable as yesterday's; the index's date ranges let a
      *> dated query skip segments that can't contain a match. Every
      *> entry carries the operator who was signed on, and the fines
      *> ledger carries it too, so a query by operator -- or a walk
      *> down one borrower's ledger -- shows who keyed a deletion, a
      *> payment, or a waiver
      AUTHOR. Aidan Simon.


           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARS.

           SELECT FINE-DATABASE *> Ledger of fines, payments, and waivers
           ASSIGN TO "./fines.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FINE-KEY
           FILE STATUS IS FNS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-LOG

       FD  ARCHIVE-LOG
           DATA RECORD IS ARCHIVE-ENTRY.
       01  ARCHIVE-ENTRY            PIC X(219).

       FD  FINE-DATABASE
           DATA RECORD IS FINE-RECORD.

           COPY "finerec.cpy".

       WORKING-STORAGE SECTION.
       01 TLS                   PIC X(2).
          88 IXS-OK                   VALUE "00".
       01 ARS                   PIC X(2).
          88 ARS-OK                   VALUE "00".
       01 FNS                   PIC X(2).
          88 FNS-OK                   VALUE "00".
       01 WS-FINE-EOF           PIC X(2) VALUE "N".
          88 FINE-EOF-REACHED         VALUE "Y".
       01 WS-QUERY-OPERATOR     PIC X(10).
       01 WS-QUERY-BORROWER     PIC X(10).
       01 WS-LEDGER-COUNT       PIC 9(5) COMP.
       01 WS-AMOUNT-DISPLAY     PIC -ZZ,ZZ9.99.
       01 WS-OPERATOR-DISPLAY   PIC X(10).
       01 WS-SEGMENT-FILENAME   PIC X(40).
       01 WS-IDX-EOF            PIC X(2) VALUE "N".
          88 IDX-EOF-REACHED          VALUE "Y".
       01 WS-ISBN13-CHECK       PIC 9(1).
       01 WS-ISBN10-CHECK       PIC 9(2).
       01 WS-I                  PIC 9(2) COMP.
           COPY "signon.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *> second CALL would still see the prior run's exit value and
      *> skip the query loop entirely
           MOVE 0 TO WS-OPTION
           MOVE "S" TO SIGNON-REQUEST
           MOVE "S" TO SIGNON-NEED-ROLE
           CALL "STAFF-SIGNON" USING SIGNON-AREA
           IF NOT SIGNON-GRANTED THEN
               GOBACK
           END-IF
           PERFORM QUERY-MENU UNTIL WS-OPTION IS EQUAL TO 6
           GOBACK.

       QUERY-MENU.
           DISPLAY "1. History of one ISBN"
           DISPLAY "2. Changes in a date range"
           DISPLAY "3. Changes by action code"
           DISPLAY "4. Changes and ledger entries by operator"
           DISPLAY "5. Ledger entries of one borrower"
           DISPLAY "6. Exit"
           DISPLAY "Please enter a choice: "
           ACCEPT WS-OPTION
           EVALUATE WS-OPTION
               WHEN 1 PERFORM QUERY-BY-ISBN
               WHEN 2 PERFORM QUERY-BY-DATE-RANGE
               WHEN 3 PERFORM QUERY-BY-ACTION
               WHEN 4 PERFORM QUERY-BY-OPERATOR
               WHEN 5 PERFORM QUERY-BORROWER-LEDGER
               WHEN 6 CONTINUE
               WHEN OTHER DISPLAY "error: not a valid choice"
           END-EVALUATE.

           MOVE "A" TO WS-QUERY-MODE
           PERFORM SCAN-THE-LOG.

       QUERY-BY-OPERATOR.
           DISPLAY "Please enter the operator ID: "
           ACCEPT WS-QUERY-OPERATOR
           MOVE "O" TO WS-QUERY-MODE
           PERFORM SCAN-THE-LOG
           PERFORM SCAN-LEDGER-BY-OPERATOR.

       SCAN-LEDGER-BY-OPERATOR.
      *> the ledger is keyed by borrower, not operator, so this is a
      *> full pass over fines.db
           MOVE 0 TO WS-LEDGER-COUNT
           OPEN INPUT FINE-DATABASE
           IF FNS-OK THEN
               MOVE SPACES TO FINE-BORROWER-ID
               MOVE 0 TO FINE-DATE
               MOVE 0 TO FINE-TIME
               START FINE-DATABASE KEY IS NOT LESS THAN FINE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-FINE-EOF
                   NOT INVALID KEY
                       MOVE "N" TO WS-FINE-EOF
               END-START
               PERFORM CHECK-NEXT-LEDGER-ENTRY UNTIL FINE-EOF-REACHED
               CLOSE FINE-DATABASE
           END-IF
           DISPLAY "Matching ledger entries: " WS-LEDGER-COUNT.

       CHECK-NEXT-LEDGER-ENTRY.
           READ FINE-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FINE-EOF
               NOT AT END
                   IF FINE-OPERATOR IS EQUAL TO WS-QUERY-OPERATOR THEN
                       PERFORM PRINT-LEDGER-ENTRY
                   END-IF
           END-READ.

       QUERY-BORROWER-LEDGER.
           DISPLAY "Please enter the borrower ID: "
           ACCEPT WS-QUERY-BORROWER
           MOVE 0 TO WS-LEDGER-COUNT
           OPEN INPUT FINE-DATABASE
           IF NOT FNS-OK THEN
               DISPLAY "Error opening fines ledger"
           ELSE
               MOVE WS-QUERY-BORROWER TO FINE-BORROWER-ID
               MOVE 0 TO FINE-DATE
               MOVE 0 TO FINE-TIME
               START FINE-DATABASE KEY IS NOT LESS THAN FINE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-FINE-EOF
                   NOT INVALID KEY
                       MOVE "N" TO WS-FINE-EOF
               END-START
               PERFORM LIST-NEXT-BORROWER-ENTRY UNTIL FINE-EOF-REACHED
               CLOSE FINE-DATABASE
           END-IF
           DISPLAY "Ledger entries: " WS-LEDGER-COUNT.

       LIST-NEXT-BORROWER-ENTRY.
           READ FINE-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FINE-EOF
               NOT AT END
                   IF FINE-BORROWER-ID NOT EQUAL WS-QUERY-BORROWER THEN
                       MOVE "Y" TO WS-FINE-EOF
                   ELSE
                       PERFORM PRINT-LEDGER-ENTRY
                   END-IF
           END-READ.

       PRINT-LEDGER-ENTRY.
      *> F fine, R replacement, P payment, W waiver, C replacement
      *> charge reversed, D refund paid out
           ADD 1 TO WS-LEDGER-COUNT
           MOVE FINE-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE FINE-OPERATOR TO WS-OPERATOR-DISPLAY
           IF WS-OPERATOR-DISPLAY IS EQUAL TO SPACES THEN
               MOVE "(unknown)" TO WS-OPERATOR-DISPLAY
           END-IF
           DISPLAY FINE-DATE " " FINE-TIME
               " ledger " FINE-TYPE
               " borrower " FINE-BORROWER-ID
               " " WS-AMOUNT-DISPLAY
               " ISBN " FINE-ISBN
               " by " WS-OPERATOR-DISPLAY.

       SCAN-THE-LOG.
      *> oldest first: the archive segments in index order, then the
      *> current log -- so the history reads in the order it happened
                   IF AUDIT-ACTION IS EQUAL TO WS-QUERY-ACTION THEN
                       PERFORM PRINT-AUDIT-ENTRY
                   END-IF
               WHEN "O"
                   IF AUDIT-OPERATOR IS EQUAL TO WS-QUERY-OPERATOR THEN
                       PERFORM PRINT-AUDIT-ENTRY
                   END-IF
           END-EVALUATE.

       PRINT-AUDIT-ENTRY.
      *> entries from before sign-on existed have no operator
           ADD 1 TO WS-MATCH-COUNT
           MOVE AUDIT-OPERATOR TO WS-OPERATOR-DISPLAY
           IF WS-OPERATOR-DISPLAY IS EQUAL TO SPACES THEN
               MOVE "(unknown)" TO WS-OPERATOR-DISPLAY
           END-IF
           DISPLAY AUDIT-DATE " " AUDIT-TIME
               " " AUDIT-PROGRAM
               " " AUDIT-ACTION
               " ISBN " AUDIT-ISBN
               " by " WS-OPERATOR-DISPLAY
           IF AUDIT-BEFORE NOT EQUAL SPACES THEN
               DISPLAY "  before: " FUNCTION TRIM(AUDIT-BEFORE)
           END-IF
