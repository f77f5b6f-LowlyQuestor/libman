      IDENTIFICATION DIVISION.
      PROGRAM-ID. AMNESTY-REPORT.
      *> What a fine amnesty campaign did, for the board: each patron
      *> it forgave, what they owed just before its first waiver and
      *> just after its last, and the totals -- patrons reached,
      *> dollars forgiven (at the desk and by AMNESTY-RUN), and how
      *> many accounts it brought back under the fine block so the
      *> patron could borrow again. Balances are rebuilt from the
      *> ledger in key order, so they are as they stood at the time
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
       01 WS-REACHED            PIC X(2) VALUE "N".
          88 BORROWER-WAS-REACHED     VALUE "Y".
      *> AMNESTY-RUN signs its waivers with this job name; anything
      *> else under the campaign was keyed at FINE-DESK
       01 WS-JOB-NAME           PIC X(10) VALUE "AMNESTY".
       01 WS-WORK-BORROWER      PIC X(10).
       01 WS-BALANCE            PIC S9(7)V99.
       01 WS-BEFORE             PIC S9(7)V99.
       01 WS-AFTER              PIC S9(7)V99.
       01 WS-FORGIVEN           PIC S9(7)V99.
       01 WS-PATRON-COUNT       PIC 9(5) VALUE 0.
       01 WS-CLEARED-COUNT      PIC 9(5) VALUE 0.
       01 WS-DESK-COUNT         PIC 9(5) VALUE 0.
       01 WS-BATCH-COUNT        PIC 9(5) VALUE 0.
       01 WS-DESK-TOTAL         PIC S9(7)V99 VALUE 0.
       01 WS-BATCH-TOTAL        PIC S9(7)V99 VALUE 0.
       01 WS-GRAND-TOTAL        PIC S9(7)V99 VALUE 0.
       01 WS-NAME               PIC X(30).
       01 WS-CLEARED-NOTE       PIC X(9).
       01 WS-BEFORE-DISPLAY     PIC -ZZ,ZZ9.99.
       01 WS-AFTER-DISPLAY      PIC -ZZ,ZZ9.99.
       01 WS-FORGIVEN-DISPLAY   PIC ZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY      PIC ZZZ,ZZ9.99.
       01 WS-CAP-DISPLAY        PIC ZZ9.99.
           COPY "borlim.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM FIND-CAMPAIGN
           PERFORM OPEN-FILES
           PERFORM PRINT-HEADING
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
           IF BORROWER-WAS-REACHED THEN
               PERFORM REPORT-BORROWER
           END-IF
           CLOSE FINE-DATABASE
           CLOSE BORROWER-DATABASE
           PERFORM PRINT-TOTALS
           STOP RUN.

       FIND-CAMPAIGN.
           OPEN INPUT CAMPAIGN-DATABASE
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
           CLOSE CAMPAIGN-DATABASE.

       OPEN-FILES.
           OPEN INPUT FINE-DATABASE.
           IF NOT FNS-OK THEN
               DISPLAY "Error opening fines ledger"
               STOP RUN
           END-IF.
           OPEN INPUT BORROWER-DATABASE.
           IF NOT BRS-OK THEN
               DISPLAY "Error opening borrower file"
               CLOSE FINE-DATABASE
               STOP RUN
           END-IF.

       PRINT-HEADING.
           DISPLAY "Fine amnesty campaign report: "
               FUNCTION TRIM(CAMPAIGN-CODE) " "
               FUNCTION TRIM(CAMPAIGN-NAME)
           DISPLAY "Ran " CAMPAIGN-START-DATE " to " CAMPAIGN-END-DATE
               ", forgiving overdue fines assessed "
               CAMPAIGN-FINES-FROM " to " CAMPAIGN-FINES-TO
           IF CAMPAIGN-BORROWER-TYPE NOT EQUAL SPACE THEN
               DISPLAY "On type " CAMPAIGN-BORROWER-TYPE
                   " cards only"
           END-IF
           IF CAMPAIGN-CAP IS GREATER THAN 0 THEN
               MOVE CAMPAIGN-CAP TO WS-CAP-DISPLAY
               DISPLAY "Up to " WS-CAP-DISPLAY " per patron"
           END-IF
           DISPLAY " "
           DISPLAY "Borrower   Name                            "
               "   Before   Forgiven      After".

       TALLY-NEXT-LEDGER-ENTRY.
      *> the ledger key leads with the borrower ID, so each patron's
      *> entries arrive together, oldest first
           READ FINE-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF FINE-BORROWER-ID NOT EQUAL WS-WORK-BORROWER THEN
                       IF BORROWER-WAS-REACHED THEN
                           PERFORM REPORT-BORROWER
                       END-IF
                       MOVE FINE-BORROWER-ID TO WS-WORK-BORROWER
                       MOVE 0 TO WS-BALANCE
                       MOVE 0 TO WS-FORGIVEN
                       MOVE "N" TO WS-REACHED
                   END-IF
                   PERFORM TALLY-LEDGER-ENTRY
           END-READ.

       TALLY-LEDGER-ENTRY.
           IF FINE-TYPE IS EQUAL TO "W"
               AND FINE-CAMPAIGN IS EQUAL TO CAMPAIGN-CODE THEN
               IF NOT BORROWER-WAS-REACHED THEN
                   MOVE WS-BALANCE TO WS-BEFORE
                   MOVE "Y" TO WS-REACHED
               END-IF
               SUBTRACT FINE-AMOUNT FROM WS-FORGIVEN
               IF FINE-OPERATOR IS EQUAL TO WS-JOB-NAME THEN
                   ADD 1 TO WS-BATCH-COUNT
                   SUBTRACT FINE-AMOUNT FROM WS-BATCH-TOTAL
               ELSE
                   ADD 1 TO WS-DESK-COUNT
                   SUBTRACT FINE-AMOUNT FROM WS-DESK-TOTAL
               END-IF
               ADD FINE-AMOUNT TO WS-BALANCE
               MOVE WS-BALANCE TO WS-AFTER
           ELSE
               ADD FINE-AMOUNT TO WS-BALANCE
           END-IF.

       REPORT-BORROWER.
           ADD 1 TO WS-PATRON-COUNT
           ADD WS-FORGIVEN TO WS-GRAND-TOTAL
           MOVE WS-WORK-BORROWER TO BORROWER-ID
           READ BORROWER-DATABASE RECORD
               KEY IS BORROWER-ID
               INVALID KEY
                   MOVE "(not in the borrower file)" TO WS-NAME
               NOT INVALID KEY
                   MOVE BORROWER-NAME TO WS-NAME
           END-READ
      *> the account was blocked if it stood over the threshold
      *> before the campaign reached it, and cleared if the
      *> campaign's waivers brought it back down to the threshold
           MOVE SPACES TO WS-CLEARED-NOTE
           IF WS-BEFORE IS GREATER THAN FINE-BLOCK-THRESHOLD
               AND WS-AFTER IS NOT GREATER THAN
               FINE-BLOCK-THRESHOLD THEN
               ADD 1 TO WS-CLEARED-COUNT
               MOVE "unblocked" TO WS-CLEARED-NOTE
           END-IF
           MOVE WS-BEFORE TO WS-BEFORE-DISPLAY
           MOVE WS-FORGIVEN TO WS-FORGIVEN-DISPLAY
           MOVE WS-AFTER TO WS-AFTER-DISPLAY
           DISPLAY WS-WORK-BORROWER " " WS-NAME " "
               WS-BEFORE-DISPLAY "  " WS-FORGIVEN-DISPLAY " "
               WS-AFTER-DISPLAY " " WS-CLEARED-NOTE.

       PRINT-TOTALS.
           DISPLAY " "
           DISPLAY "Patrons reached:          " WS-PATRON-COUNT
           MOVE WS-GRAND-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "Dollars forgiven:         " WS-TOTAL-DISPLAY
           MOVE WS-DESK-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "  at the desk:            " WS-TOTAL-DISPLAY
               " in " WS-DESK-COUNT " waiver(s)"
           MOVE WS-BATCH-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "  by the batch run:       " WS-TOTAL-DISPLAY
               " in " WS-BATCH-COUNT " waiver(s)"
           DISPLAY "Blocked accounts cleared: " WS-CLEARED-COUNT.
