      IDENTIFICATION DIVISION.
      PROGRAM-ID. AMNESTY-RUN.
      *> Applies a fine amnesty campaign to every patron it covers in
      *> one pass: for each borrower on the fines ledger, the overdue
      *> fines assessed in the campaign's date range (on the right
      *> type of card) are forgiven with one W entry carrying the
      *> campaign code. Whatever the campaign has already forgiven
      *> the patron, at the desk or on an earlier run, is taken off
      *> first, so the run can be repeated safely -- late in the week
      *> to catch fines the desk hasn't, or again after a table
      *> overflow. Payments and other credits are taken against the
      *> oldest charges first, as FINE-STATEMENT shows them, so only
      *> the part of a covered fine still unpaid is forgiven; a
      *> replacement charge is never forgiven
      AUTHOR. Aidan Simon.


      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-DATABASE *> Fine amnesty campaigns
           ASSIGN TO "./campaigns.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAMPAIGN-CODE
           FILE STATUS IS CPS.

           SELECT FINE-DATABASE *> Ledger of fines, payments, and waivers
           ASSIGN TO "./fines.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FINE-KEY
           FILE STATUS IS FNS.

           SELECT BORROWER-DATABASE *> Master file of registered borrowers
           ASSIGN TO "./borrowers.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BORROWER-ID
           FILE STATUS IS BRS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-DATABASE
           DATA RECORD IS CAMPAIGN-RECORD.

           COPY "camprec.cpy".

       FD  FINE-DATABASE
           DATA RECORD IS FINE-RECORD.

           COPY "finerec.cpy".

       FD  BORROWER-DATABASE
           DATA RECORD IS BORROWER-RECORD.

           COPY "borrec.cpy".

       WORKING-STORAGE SECTION.
       01 CPS                   PIC X(2).
          88 CPS-OK                   VALUE "00".
       01 FNS                   PIC X(2).
          88 FNS-OK                   VALUE "00".
       01 BRS                   PIC X(2).
          88 BRS-OK                   VALUE "00".
       01 WS-EOF                PIC X(2) VALUE "N".
          88 EOF-REACHED              VALUE "Y".
       01 WS-FOUND              PIC X(2) VALUE "N".
          88 BORROWER-WAS-FOUND       VALUE "Y".
       01 WS-TODAY              PIC 9(8).
       01 WS-JOB-NAME           PIC X(10) VALUE "AMNESTY".
       01 WS-FINES-FROM         PIC 9(8).
      *> the borrower whose ledger entries are being added up
       01 WS-WORK-BORROWER      PIC X(10).
       01 WS-BALANCE            PIC S9(7)V99.
       01 WS-ELIGIBLE           PIC S9(7)V99.
       01 WS-ALREADY            PIC S9(7)V99.
       01 WS-CREDIT-POOL        PIC S9(7)V99.
       01 WS-APPLIED            PIC S9(7)V99.
      *> one borrower's charges, oldest first, and whether each is a
      *> fine the campaign covers
       01 WS-CHARGE-COUNT       PIC 9(3) COMP VALUE 0.
       01 WS-CHARGE-LIMIT       PIC 9(3) COMP VALUE 200.
       01 WS-CHARGE-OVERFLOW    PIC X(2) VALUE "N".
          88 CHARGE-TABLE-FULL        VALUE "Y".
       01 WS-CHARGE-TABLE.
          05 WS-CHARGE-ENTRY    OCCURS 200 TIMES.
             10 WS-CH-AMOUNT    PIC S9(5)V99.
             10 WS-CH-COVERED   PIC X(1).
       01 WS-C                  PIC 9(3) COMP.
       01 WS-LONG-COUNT         PIC 9(5) COMP VALUE 0.
       01 WS-WAIVE              PIC S9(7)V99.
       01 WS-CARD-TYPE          PIC X(1).
      *> the waivers due, gathered on the pass over the ledger and
      *> written after it, so the pass never reads its own entries
       01 WS-WAIVER-COUNT       PIC 9(4) COMP VALUE 0.
       01 WS-WAIVER-LIMIT       PIC 9(4) COMP VALUE 2000.
       01 WS-WAIVER-TABLE.
          05 WS-WAIVER-ENTRY    OCCURS 2000 TIMES.
             10 WS-WV-BORROWER  PIC X(10).
             10 WS-WV-AMOUNT    PIC S9(7)V99.
       01 WS-W                  PIC 9(4) COMP.
       01 WS-OVERFLOW-COUNT     PIC 9(5) COMP VALUE 0.
       01 WS-MISSING-COUNT      PIC 9(5) COMP VALUE 0.
       01 WS-WRITTEN-COUNT      PIC 9(5) COMP VALUE 0.
       01 WS-FORGIVEN-TOTAL     PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-DISPLAY      PIC ZZZ,ZZ9.99.

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM FIND-CAMPAIGN
           PERFORM OPEN-FILES
           MOVE SPACES TO WS-WORK-BORROWER
           MOVE SPACES TO FINE-BORROWER-ID
           MOVE 0 TO FINE-DATE
           MOVE 0 TO FINE-TIME
           START FINE-DATABASE KEY IS NOT LESS THAN FINE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF
           END-START
           PERFORM TALLY-NEXT-LEDGER-ENTRY UNTIL EOF-REACHED
           IF WS-WORK-BORROWER NOT EQUAL SPACES THEN
               PERFORM SETTLE-BORROWER
           END-IF
           PERFORM WRITE-ONE-WAIVER
               VARYING WS-W FROM 1 BY 1
               UNTIL WS-W IS GREATER THAN WS-WAIVER-COUNT
           MOVE WS-TODAY TO CAMPAIGN-RUN-DATE
           REWRITE CAMPAIGN-RECORD
               INVALID KEY
                   DISPLAY "error: unable to record the run on the"
                       " campaign"
           END-REWRITE
           CLOSE CAMPAIGN-DATABASE
           CLOSE FINE-DATABASE
           CLOSE BORROWER-DATABASE
           MOVE WS-FORGIVEN-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "Campaign " FUNCTION TRIM(CAMPAIGN-CODE) ": "
               WS-WRITTEN-COUNT " waiver(s) written, "
               FUNCTION TRIM(WS-TOTAL-DISPLAY) " forgiven"
           IF WS-MISSING-COUNT IS GREATER THAN 0 THEN
               DISPLAY "warning: " WS-MISSING-COUNT " ledger"
                   " borrower(s) not on the borrower file were passed"
                   " over"
           END-IF
           IF WS-LONG-COUNT IS GREATER THAN 0 THEN
               DISPLAY "warning: " WS-LONG-COUNT " patron(s) with"
                   " ledgers too long to work through were passed over"
           END-IF
           IF WS-OVERFLOW-COUNT IS GREATER THAN 0 THEN
               DISPLAY "warning: " WS-OVERFLOW-COUNT " patron(s)"
                   " beyond the table limit were left out -- run the"
                   " campaign again to reach them"
           END-IF
           STOP RUN.

       FIND-CAMPAIGN.
           OPEN I-O CAMPAIGN-DATABASE
           IF NOT CPS-OK THEN
               DISPLAY "Error opening campaign file -- define the"
                   " campaign in CAMPAIGN-MAINT first"
               STOP RUN
           END-IF
           DISPLAY "Please enter the campaign code: "
           ACCEPT CAMPAIGN-CODE
           READ CAMPAIGN-DATABASE RECORD
               KEY IS CAMPAIGN-CODE
               INVALID KEY
                   DISPLAY "error: that campaign code is not on file"
                   CLOSE CAMPAIGN-DATABASE
                   STOP RUN
           END-READ
           IF WS-TODAY IS LESS THAN CAMPAIGN-START-DATE THEN
               DISPLAY "error: the campaign doesn't start until "
                   CAMPAIGN-START-DATE
               CLOSE CAMPAIGN-DATABASE
               STOP RUN
           END-IF
           MOVE CAMPAIGN-FINES-FROM TO WS-FINES-FROM
           DISPLAY "Applying " FUNCTION TRIM(CAMPAIGN-NAME)
               " to overdue fines assessed " CAMPAIGN-FINES-FROM
               " to " CAMPAIGN-FINES-TO.

       OPEN-FILES.
           OPEN I-O FINE-DATABASE.
           IF NOT FNS-OK THEN
               DISPLAY "Error opening fines ledger"
               CLOSE CAMPAIGN-DATABASE
               STOP RUN
           END-IF.
           OPEN INPUT BORROWER-DATABASE.
           IF NOT BRS-OK THEN
               DISPLAY "Error opening borrower file"
               CLOSE CAMPAIGN-DATABASE
               CLOSE FINE-DATABASE
               STOP RUN
           END-IF.

       TALLY-NEXT-LEDGER-ENTRY.
      *> the ledger key leads with the borrower ID, so each patron's
      *> entries arrive together and are settled when the ID changes
           READ FINE-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF FINE-BORROWER-ID NOT EQUAL WS-WORK-BORROWER THEN
                       IF WS-WORK-BORROWER NOT EQUAL SPACES THEN
                           PERFORM SETTLE-BORROWER
                       END-IF
                       MOVE FINE-BORROWER-ID TO WS-WORK-BORROWER
                       MOVE 0 TO WS-BALANCE
                       MOVE 0 TO WS-CREDIT-POOL
                       MOVE 0 TO WS-ALREADY
                       MOVE 0 TO WS-CHARGE-COUNT
                       MOVE "N" TO WS-CHARGE-OVERFLOW
                   END-IF
                   PERFORM TALLY-LEDGER-ENTRY
           END-READ.

       TALLY-LEDGER-ENTRY.
      *> the campaign's own waivers are kept out of the credit pool,
      *> so what it covers stays the same however often it is run
           ADD FINE-AMOUNT TO WS-BALANCE
           EVALUATE TRUE
               WHEN FINE-TYPE IS EQUAL TO "W"
                   AND FINE-CAMPAIGN IS EQUAL TO CAMPAIGN-CODE
                   ADD FINE-AMOUNT TO WS-ALREADY
               WHEN FINE-TYPE IS EQUAL TO "F"
                   OR FINE-TYPE IS EQUAL TO "R"
                   PERFORM ADD-CHARGE-ENTRY
               WHEN OTHER
                   SUBTRACT FINE-AMOUNT FROM WS-CREDIT-POOL
           END-EVALUATE.

       ADD-CHARGE-ENTRY.
           IF WS-CHARGE-COUNT IS LESS THAN WS-CHARGE-LIMIT THEN
               ADD 1 TO WS-CHARGE-COUNT
               MOVE FINE-AMOUNT TO WS-CH-AMOUNT(WS-CHARGE-COUNT)
               MOVE "N" TO WS-CH-COVERED(WS-CHARGE-COUNT)
               IF FINE-TYPE IS EQUAL TO "F"
                   AND FINE-DATE IS NOT LESS THAN WS-FINES-FROM
                   AND FINE-DATE IS NOT GREATER THAN
                   CAMPAIGN-FINES-TO THEN
                   MOVE "Y" TO WS-CH-COVERED(WS-CHARGE-COUNT)
               END-IF
           ELSE
               MOVE "Y" TO WS-CHARGE-OVERFLOW
           END-IF.

       SETTLE-BORROWER.
      *> a ledger too long to hold is left alone rather than guessed at
           IF CHARGE-TABLE-FULL THEN
               ADD 1 TO WS-LONG-COUNT
               DISPLAY "warning: " FUNCTION TRIM(WS-WORK-BORROWER)
                   " has more than " WS-CHARGE-LIMIT " charges --"
                   " apply the campaign at FINE-DESK"
           ELSE
               PERFORM SETTLE-CHARGES
           END-IF.

       SETTLE-CHARGES.
      *> the credits pay down the charges oldest first; what is left
      *> unpaid on the covered fines, up to the cap, less what the
      *> campaign has forgiven already (stored negative), is what it
      *> still owes the patron -- and never more than they owe
           MOVE 0 TO WS-ELIGIBLE
           PERFORM SETTLE-ONE-CHARGE
               VARYING WS-C FROM 1 BY 1
               UNTIL WS-C IS GREATER THAN WS-CHARGE-COUNT
           IF CAMPAIGN-CAP IS GREATER THAN 0
               AND WS-ELIGIBLE IS GREATER THAN CAMPAIGN-CAP THEN
               MOVE CAMPAIGN-CAP TO WS-ELIGIBLE
           END-IF
           COMPUTE WS-WAIVE = WS-ELIGIBLE + WS-ALREADY
           IF WS-WAIVE IS GREATER THAN WS-BALANCE THEN
               MOVE WS-BALANCE TO WS-WAIVE
           END-IF
           IF WS-WAIVE IS GREATER THAN 0 THEN
               PERFORM CHECK-CARD-TYPE
           END-IF.

       SETTLE-ONE-CHARGE.
           MOVE WS-CH-AMOUNT(WS-C) TO WS-APPLIED
           IF WS-APPLIED IS GREATER THAN WS-CREDIT-POOL THEN
               MOVE WS-CREDIT-POOL TO WS-APPLIED
           END-IF
           IF WS-APPLIED IS LESS THAN 0 THEN
               MOVE 0 TO WS-APPLIED
           END-IF
           SUBTRACT WS-APPLIED FROM WS-CREDIT-POOL
           IF WS-CH-COVERED(WS-C) IS EQUAL TO "Y" THEN
               COMPUTE WS-ELIGIBLE = WS-ELIGIBLE + WS-CH-AMOUNT(WS-C)
                   - WS-APPLIED
           END-IF.

       CHECK-CARD-TYPE.
           MOVE WS-WORK-BORROWER TO BORROWER-ID
           READ BORROWER-DATABASE RECORD
               KEY IS BORROWER-ID
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF NOT BORROWER-WAS-FOUND THEN
               ADD 1 TO WS-MISSING-COUNT
           ELSE
      *> a card from before types existed counts as an adult's
               MOVE BORROWER-TYPE TO WS-CARD-TYPE
               IF WS-CARD-TYPE IS EQUAL TO SPACE THEN
                   MOVE "A" TO WS-CARD-TYPE
               END-IF
               IF CAMPAIGN-BORROWER-TYPE IS EQUAL TO SPACE
                   OR CAMPAIGN-BORROWER-TYPE IS EQUAL TO WS-CARD-TYPE THEN
                   PERFORM QUEUE-WAIVER
               END-IF
           END-IF.

       QUEUE-WAIVER.
           IF WS-WAIVER-COUNT IS NOT LESS THAN WS-WAIVER-LIMIT THEN
               ADD 1 TO WS-OVERFLOW-COUNT
           ELSE
               ADD 1 TO WS-WAIVER-COUNT
               MOVE WS-WORK-BORROWER TO WS-WV-BORROWER(WS-WAIVER-COUNT)
               MOVE WS-WAIVE TO WS-WV-AMOUNT(WS-WAIVER-COUNT)
           END-IF.

       WRITE-ONE-WAIVER.
           MOVE WS-WV-BORROWER(WS-W) TO FINE-BORROWER-ID
           ACCEPT FINE-DATE FROM DATE YYYYMMDD
           ACCEPT FINE-TIME FROM TIME
           MOVE 0 TO FINE-ISBN
           MOVE "W" TO FINE-TYPE
           COMPUTE FINE-AMOUNT = 0 - WS-WV-AMOUNT(WS-W)
           MOVE 0 TO FINE-RECEIPT-NO
           MOVE 0 TO FINE-SESSION-NO
           MOVE SPACE TO FINE-TENDER
           MOVE WS-JOB-NAME TO FINE-OPERATOR
           MOVE CAMPAIGN-CODE TO FINE-CAMPAIGN
           WRITE FINE-RECORD
               INVALID KEY
                   DISPLAY "error: unable to write the waiver for "
                       FUNCTION TRIM(WS-WV-BORROWER(WS-W))
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
                   ADD WS-WV-AMOUNT(WS-W) TO WS-FORGIVEN-TOTAL
           END-WRITE.
