      IDENTIFICATION DIVISION.
      PROGRAM-ID. FINE-DESK.
      *> Desk program for the fines ledger: shows a borrower's
      *> outstanding balance and records payments and waivers. A
      *> guardian can settle the whole household -- their own card and
      *> every child's card linked to it -- in one payment. A credit
      *> balance, left when a lost item's replacement charge was
      *> reversed after it had been paid, is refunded from the drawer.
      *> While a fine amnesty campaign is running, the desk can forgive
      *> a patron's fines under it without a supervisor -- the
      *> campaign's own rules set how much
      AUTHOR. Aidan Simon.


           RECORD KEY IS BORROWER-ID
           FILE STATUS IS BRS.

           SELECT CAMPAIGN-DATABASE *> Fine amnesty campaigns
           ASSIGN TO "./campaigns.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAMPAIGN-CODE
           FILE STATUS IS CPS.

           SELECT CASH-SESSION-FILE *> The drawer's current cash session
           ASSIGN TO "./cashsess.ctl"
           ORGANIZATION IS LINE SEQUENTIAL

           COPY "borrec.cpy".

       FD  CAMPAIGN-DATABASE
           DATA RECORD IS CAMPAIGN-RECORD.

           COPY "camprec.cpy".

       FD  CASH-SESSION-FILE
           DATA RECORD IS CASH-SESSION-RECORD.


       FD  CASH-HISTORY
           DATA RECORD IS CASH-HISTORY-LINE.
       01  CASH-HISTORY-LINE        PIC X(160).

       FD  ZREPORT-FILE
           DATA RECORD IS ZREPORT-LINE.
          88 SCAN-EOF-REACHED         VALUE "Y".
       01 WS-CASH-TOTAL         PIC S9(7)V99.
       01 WS-CHECK-TOTAL        PIC S9(7)V99.
       01 WS-REFUND-TOTAL       PIC S9(7)V99.
       01 WS-CREDIT-DUE         PIC S9(7)V99.
       01 WS-EXPECTED-CASH      PIC S9(7)V99.
       01 WS-COUNTED-CASH       PIC 9(7)V99.
       01 WS-OVER-SHORT         PIC S9(7)V99.
       01 WS-TODAY              PIC 9(8).
       01 WS-CASH-DISPLAY       PIC -ZZZ,ZZ9.99.
       01 WS-CHECK-DISPLAY      PIC -ZZZ,ZZ9.99.
       01 WS-REFUND-DISPLAY     PIC -ZZZ,ZZ9.99.
       01 WS-EXPECT-DISPLAY     PIC -ZZZ,ZZ9.99.
       01 WS-COUNT-DISPLAY      PIC -ZZZ,ZZ9.99.
       01 WS-SHORT-DISPLAY      PIC -ZZZ,ZZ9.99.
       01 WS-FLOAT-DISPLAY      PIC ZZ,ZZ9.99.
       01 WS-BOR-EOF            PIC X(2) VALUE "N".
          88 BOR-EOF-REACHED          VALUE "Y".
       01 WS-HOUSEHOLD-ID       PIC X(10).
       01 WS-HOUSEHOLD-BALANCE  PIC S9(7)V99.
       01 WS-TO-APPLY           PIC S9(7)V99.
       01 WS-APPLIED            PIC S9(7)V99.
       01 WS-CARDS-PAID         PIC 9(2) COMP.
      *> the cards of one household and what each owes: the guardian
      *> first, then each child's card linked to them
       01 WS-MEMBER-COUNT       PIC 9(2) COMP VALUE 0.
       01 WS-MEMBER-LIMIT       PIC 9(2) COMP VALUE 20.
       01 WS-MEMBER-TABLE.
          05 WS-MEMBER-ENTRY    OCCURS 20 TIMES.
             10 WS-MB-ID        PIC X(10).
             10 WS-MB-NAME      PIC X(30).
             10 WS-MB-BALANCE   PIC S9(7)V99.
       01 WS-M                  PIC 9(2) COMP.
       01 CPS                   PIC X(2).
          88 CPS-OK                   VALUE "00".
       01 WS-CAMPAIGN-FILE      PIC X(2) VALUE "N".
          88 CAMPAIGN-FILE-PRESENT    VALUE "Y".
       01 WS-CAMPAIGN-FOUND     PIC X(2) VALUE "N".
          88 CAMPAIGN-WAS-FOUND       VALUE "Y".
       01 WS-CARD-TYPE          PIC X(1).
      *> what a campaign could still forgive the borrower: the fines
      *> it covers, up to its cap, less its earlier waivers (which
      *> are stored negative)
       01 WS-CAMPAIGN-ELIGIBLE  PIC S9(7)V99.
       01 WS-CAMPAIGN-ALREADY   PIC S9(7)V99.
       01 WS-CREDIT-POOL        PIC S9(7)V99.
      *> the borrower's charges, oldest first, and whether each is a
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
           COPY "signon.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *> second CALL from the menu driver would still see the prior
      *> run's exit value and skip the options loop entirely
           MOVE 0 TO WS-OPTION
           MOVE "S" TO SIGNON-REQUEST
           MOVE "C" TO SIGNON-NEED-ROLE
           CALL "STAFF-SIGNON" USING SIGNON-AREA
           IF NOT SIGNON-GRANTED THEN
               GOBACK
           END-IF
           PERFORM OPEN-DATABASES
           PERFORM READ-SESSION-CONTROL
           PERFORM DISPLAY-OPTIONS
           PERFORM READ-AND-VERIFY-OPTIONS
               UNTIL WS-OPTION IS EQUAL TO 10
           CLOSE FINE-DATABASE
           CLOSE BORROWER-DATABASE
           IF CAMPAIGN-FILE-PRESENT THEN
               CLOSE CAMPAIGN-DATABASE
           END-IF
           GOBACK.

       OPEN-DATABASES.
               CLOSE FINE-DATABASE
               GOBACK
           END-IF.
      *> there are no campaigns until CAMPAIGN-MAINT has defined one
           OPEN INPUT CAMPAIGN-DATABASE.
           IF CPS-OK THEN
               MOVE "Y" TO WS-CAMPAIGN-FILE
           ELSE
               MOVE "N" TO WS-CAMPAIGN-FILE
           END-IF.

       DISPLAY-OPTIONS.
           DISPLAY "Fines desk menu"
           DISPLAY "1. Show a borrower's balance"
           DISPLAY "2. Record a payment"
           IF SIGNON-ROLE IS EQUAL TO "S" THEN
               DISPLAY "3. Record a waiver"
           END-IF
           DISPLAY "4. Open a cash session"
           DISPLAY "5. Close the cash session (Z report)"
           DISPLAY "6. Record a household payment"
           DISPLAY "7. Record a refund"
           DISPLAY "8. Apply an amnesty campaign waiver"
           DISPLAY "9. Display options"
           DISPLAY "10. Exit".

       READ-AND-VERIFY-OPTIONS.
           DISPLAY "Please enter a valid choice"
               WHEN 2 MOVE "P" TO WS-ENTRY-TYPE
                      PERFORM RECORD-CREDIT-ENTRY
               WHEN 3 MOVE "W" TO WS-ENTRY-TYPE
                      PERFORM AUTHORIZE-WAIVER
               WHEN 4 PERFORM OPEN-CASH-SESSION
               WHEN 5 PERFORM CLOSE-CASH-SESSION
               WHEN 6 PERFORM RECORD-HOUSEHOLD-PAYMENT
               WHEN 7 PERFORM RECORD-REFUND
               WHEN 8 PERFORM APPLY-CAMPAIGN-WAIVER
               WHEN 9 PERFORM DISPLAY-OPTIONS
               WHEN 10 CONTINUE
               WHEN OTHER DISPLAY "error: not a valid choice"
           END-EVALUATE.

               DISPLAY "error: session " WS-SES-NUMBER " is still"
                   " open -- close it before starting another"
           ELSE
      *> the drawer belongs to whoever signed on to open it
               MOVE SIGNON-OPERATOR TO WS-SES-OPERATOR
               DISPLAY "Please enter the opening float: "
               ACCEPT WS-SES-FLOAT
               ADD 1 TO WS-SES-NUMBER
               MOVE WS-CASH-TOTAL TO WS-CASH-DISPLAY
               MOVE WS-CHECK-TOTAL TO WS-CHECK-DISPLAY
               DISPLAY "Cash taken this session:  " WS-CASH-DISPLAY
               MOVE WS-REFUND-TOTAL TO WS-REFUND-DISPLAY
               DISPLAY "Checks taken this session:" WS-CHECK-DISPLAY
               DISPLAY "Refunds paid out:         " WS-REFUND-DISPLAY
               DISPLAY "Please enter the counted drawer cash"
                   " (excluding checks): "
               ACCEPT WS-COUNTED-CASH
               COMPUTE WS-EXPECTED-CASH =
                   WS-SES-FLOAT + WS-CASH-TOTAL - WS-REFUND-TOTAL
               COMPUTE WS-OVER-SHORT =
                   WS-COUNTED-CASH - WS-EXPECTED-CASH
               PERFORM WRITE-Z-REPORT
      *> payments are stored negative in the ledger, so the session
      *> takings come out by subtracting each one; anything rung
      *> under another session (or under none) is someone else's
      *> drawer. Refunds are always paid out in cash, and are kept
      *> as their own total so the Z report shows money going out
           MOVE 0 TO WS-CASH-TOTAL
           MOVE 0 TO WS-CHECK-TOTAL
           MOVE 0 TO WS-REFUND-TOTAL
           MOVE "N" TO WS-SCAN-EOF
           MOVE SPACES TO FINE-BORROWER-ID
           MOVE 0 TO FINE-DATE
                           SUBTRACT FINE-AMOUNT FROM WS-CASH-TOTAL
                       END-IF
                   END-IF
                   IF FINE-TYPE IS EQUAL TO "D"
                       AND FINE-SESSION-NO IS EQUAL TO
                           WS-SES-NUMBER THEN
                       ADD FINE-AMOUNT TO WS-REFUND-TOTAL
                   END-IF
           END-READ.

       WRITE-Z-REPORT.
               STRING "check payments:    " WS-CHECK-DISPLAY
                   DELIMITED BY SIZE INTO ZREPORT-LINE
               WRITE ZREPORT-LINE
               MOVE SPACES TO ZREPORT-LINE
               STRING "cash refunds:      " WS-REFUND-DISPLAY
                   DELIMITED BY SIZE INTO ZREPORT-LINE
               WRITE ZREPORT-LINE
               MOVE WS-EXPECTED-CASH TO WS-EXPECT-DISPLAY
               MOVE SPACES TO ZREPORT-LINE
               STRING "expected in drawer:" WS-EXPECT-DISPLAY
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-CASH-TOTAL TO WS-CASH-DISPLAY
               MOVE WS-CHECK-TOTAL TO WS-CHECK-DISPLAY
               MOVE WS-REFUND-TOTAL TO WS-REFUND-DISPLAY
               MOVE WS-COUNTED-CASH TO WS-COUNT-DISPLAY
               MOVE WS-OVER-SHORT TO WS-SHORT-DISPLAY
               MOVE WS-SES-FLOAT TO WS-FLOAT-DISPLAY
                   " float " WS-FLOAT-DISPLAY
                   " cash " WS-CASH-DISPLAY
                   " checks " WS-CHECK-DISPLAY
                   " refunds " WS-REFUND-DISPLAY
                   " counted " WS-COUNT-DISPLAY
                   " over/short " WS-SHORT-DISPLAY
                   DELIMITED BY SIZE INTO CASH-HISTORY-LINE
               MOVE WS-BALANCE TO WS-BALANCE-DISPLAY
               DISPLAY "Balance for " FUNCTION TRIM(BORROWER-NAME)
                   ": " WS-BALANCE-DISPLAY
               PERFORM GATHER-HOUSEHOLD
               IF WS-MEMBER-COUNT IS GREATER THAN 1 THEN
                   MOVE WS-HOUSEHOLD-BALANCE TO WS-BALANCE-DISPLAY
                   DISPLAY "Household balance (" WS-MEMBER-COUNT
                       " cards): " WS-BALANCE-DISPLAY
               END-IF
           END-IF.

       COMPUTE-BALANCE.
                   END-IF
           END-READ.

       AUTHORIZE-WAIVER.
      *> waivers write money off, so only a supervisor may key one --
      *> the desk stays signed on as before either way
           MOVE "S" TO SIGNON-REQUEST
           MOVE "S" TO SIGNON-NEED-ROLE
           CALL "STAFF-SIGNON" USING SIGNON-AREA
           IF SIGNON-GRANTED THEN
               PERFORM RECORD-CREDIT-ENTRY
           END-IF.

       RECORD-CREDIT-ENTRY.
      *> money can only change hands inside a cash session, or the
      *> drawer can never be balanced; waivers move no money and
                       MOVE 0 TO FINE-SESSION-NO
                       MOVE SPACE TO FINE-TENDER
                   END-IF
                   MOVE SIGNON-OPERATOR TO FINE-OPERATOR
                   MOVE SPACES TO FINE-CAMPAIGN
                   WRITE FINE-RECORD
                       INVALID KEY
                           DISPLAY "error: unable to record entry"
               END-IF
           END-IF.

       APPLY-CAMPAIGN-WAIVER.
      *> a campaign was set up and authorized by a supervisor in
      *> CAMPAIGN-MAINT, so the clerk signed on may apply it -- but
      *> only while it runs, and only as far as its rules allow
           MOVE "N" TO WS-CAMPAIGN-FOUND
           IF NOT CAMPAIGN-FILE-PRESENT THEN
               DISPLAY "error: no amnesty campaigns are on file"
           ELSE
               PERFORM FIND-CAMPAIGN
           END-IF
           IF CAMPAIGN-WAS-FOUND THEN
               PERFORM FIND-BORROWER
               IF BORROWER-WAS-FOUND THEN
                   PERFORM TAKE-CAMPAIGN-WAIVER
               END-IF
           END-IF.

       FIND-CAMPAIGN.
           DISPLAY "Please enter the campaign code: "
           ACCEPT CAMPAIGN-CODE
           READ CAMPAIGN-DATABASE RECORD
               KEY IS CAMPAIGN-CODE
               INVALID KEY
                   MOVE "N" TO WS-CAMPAIGN-FOUND
                   DISPLAY "error: that campaign code is not on file"
               NOT INVALID KEY
                   MOVE "Y" TO WS-CAMPAIGN-FOUND
           END-READ
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF CAMPAIGN-WAS-FOUND THEN
               IF WS-TODAY IS LESS THAN CAMPAIGN-START-DATE
                   OR WS-TODAY IS GREATER THAN CAMPAIGN-END-DATE THEN
                   DISPLAY "error: " FUNCTION TRIM(CAMPAIGN-NAME)
                       " runs " CAMPAIGN-START-DATE " to "
                       CAMPAIGN-END-DATE
                   MOVE "N" TO WS-CAMPAIGN-FOUND
               END-IF
           END-IF.

       TAKE-CAMPAIGN-WAIVER.
      *> a card from before types existed counts as an adult's
           MOVE BORROWER-TYPE TO WS-CARD-TYPE
           IF WS-CARD-TYPE IS EQUAL TO SPACE THEN
               MOVE "A" TO WS-CARD-TYPE
           END-IF
           IF CAMPAIGN-BORROWER-TYPE NOT EQUAL SPACE
               AND CAMPAIGN-BORROWER-TYPE NOT EQUAL WS-CARD-TYPE THEN
               DISPLAY "error: this campaign only covers type "
                   CAMPAIGN-BORROWER-TYPE " cards"
           ELSE
               PERFORM COMPUTE-CAMPAIGN-ELIGIBLE
               PERFORM SHOW-CAMPAIGN-ELIGIBLE
           END-IF.

       SHOW-CAMPAIGN-ELIGIBLE.
           IF CHARGE-TABLE-FULL THEN
               DISPLAY "error: this ledger has more than "
                   WS-CHARGE-LIMIT " charges -- a supervisor will"
                   " have to waive it by hand"
           ELSE
               MOVE WS-BALANCE TO WS-BALANCE-DISPLAY
               DISPLAY "Outstanding balance: " WS-BALANCE-DISPLAY
               MOVE WS-CAMPAIGN-ELIGIBLE TO WS-BALANCE-DISPLAY
               DISPLAY FUNCTION TRIM(CAMPAIGN-NAME)
                   " can forgive: " WS-BALANCE-DISPLAY
               IF WS-CAMPAIGN-ELIGIBLE IS GREATER THAN 0 THEN
                   PERFORM WRITE-CAMPAIGN-WAIVER
               ELSE
                   DISPLAY "error: nothing on this account is left"
                       " for the campaign to forgive"
               END-IF
           END-IF.

       COMPUTE-CAMPAIGN-ELIGIBLE.
      *> credits pay down the charges oldest first, as FINE-STATEMENT
      *> shows them, so the campaign only reaches what is still
      *> unpaid on the fines it covers -- never a replacement charge.
      *> Its own earlier waivers are kept out of the credit pool and
      *> taken off at the end instead
           MOVE 0 TO WS-BALANCE
           MOVE 0 TO WS-CREDIT-POOL
           MOVE 0 TO WS-CAMPAIGN-ALREADY
           MOVE 0 TO WS-CHARGE-COUNT
           MOVE "N" TO WS-CHARGE-OVERFLOW
           MOVE WS-WORK-BORROWER TO FINE-BORROWER-ID
           MOVE 0 TO FINE-DATE
           MOVE 0 TO FINE-TIME
           START FINE-DATABASE KEY IS NOT LESS THAN FINE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FINE-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-FINE-EOF
           END-START
           PERFORM TALLY-NEXT-CAMPAIGN-ENTRY UNTIL FINE-EOF-REACHED
           MOVE 0 TO WS-CAMPAIGN-ELIGIBLE
           PERFORM SETTLE-ONE-CHARGE
               VARYING WS-C FROM 1 BY 1
               UNTIL WS-C IS GREATER THAN WS-CHARGE-COUNT
           IF CAMPAIGN-CAP IS GREATER THAN 0
               AND WS-CAMPAIGN-ELIGIBLE IS GREATER THAN
               CAMPAIGN-CAP THEN
               MOVE CAMPAIGN-CAP TO WS-CAMPAIGN-ELIGIBLE
           END-IF
           ADD WS-CAMPAIGN-ALREADY TO WS-CAMPAIGN-ELIGIBLE
           IF WS-CAMPAIGN-ELIGIBLE IS GREATER THAN WS-BALANCE THEN
               MOVE WS-BALANCE TO WS-CAMPAIGN-ELIGIBLE
           END-IF.

       TALLY-NEXT-CAMPAIGN-ENTRY.
           READ FINE-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FINE-EOF
               NOT AT END
                   IF FINE-BORROWER-ID NOT EQUAL WS-WORK-BORROWER THEN
                       MOVE "Y" TO WS-FINE-EOF
                   ELSE
                       PERFORM TALLY-CAMPAIGN-ENTRY
                   END-IF
           END-READ.

       TALLY-CAMPAIGN-ENTRY.
           ADD FINE-AMOUNT TO WS-BALANCE
           EVALUATE TRUE
               WHEN FINE-TYPE IS EQUAL TO "W"
                   AND FINE-CAMPAIGN IS EQUAL TO CAMPAIGN-CODE
                   ADD FINE-AMOUNT TO WS-CAMPAIGN-ALREADY
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
                   AND FINE-DATE IS NOT LESS THAN CAMPAIGN-FINES-FROM
                   AND FINE-DATE IS NOT GREATER THAN
                   CAMPAIGN-FINES-TO THEN
                   MOVE "Y" TO WS-CH-COVERED(WS-CHARGE-COUNT)
               END-IF
           ELSE
               MOVE "Y" TO WS-CHARGE-OVERFLOW
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
               COMPUTE WS-CAMPAIGN-ELIGIBLE = WS-CAMPAIGN-ELIGIBLE
                   + WS-CH-AMOUNT(WS-C) - WS-APPLIED
           END-IF.

       WRITE-CAMPAIGN-WAIVER.
           DISPLAY "Please enter the amount (0 for all of it): "
           ACCEPT WS-ENTERED-AMOUNT
           IF WS-ENTERED-AMOUNT IS EQUAL TO 0 THEN
               MOVE WS-CAMPAIGN-ELIGIBLE TO WS-ENTERED-AMOUNT
           END-IF
           IF WS-ENTERED-AMOUNT IS GREATER THAN
               WS-CAMPAIGN-ELIGIBLE THEN
               DISPLAY "error: amount exceeds what the campaign can"
                   " forgive"
           ELSE
               MOVE WS-WORK-BORROWER TO FINE-BORROWER-ID
               ACCEPT FINE-DATE FROM DATE YYYYMMDD
               ACCEPT FINE-TIME FROM TIME
               MOVE 0 TO FINE-ISBN
               MOVE "W" TO FINE-TYPE
               COMPUTE FINE-AMOUNT = 0 - WS-ENTERED-AMOUNT
               MOVE 0 TO FINE-RECEIPT-NO
               MOVE 0 TO FINE-SESSION-NO
               MOVE SPACE TO FINE-TENDER
               MOVE SIGNON-OPERATOR TO FINE-OPERATOR
               MOVE CAMPAIGN-CODE TO FINE-CAMPAIGN
               WRITE FINE-RECORD
                   INVALID KEY
                       DISPLAY "error: unable to record entry"
                   NOT INVALID KEY
                       MOVE WS-ENTERED-AMOUNT TO WS-AMOUNT-DISPLAY
                       DISPLAY "Waiver recorded under "
                           FUNCTION TRIM(CAMPAIGN-CODE) ": "
                           WS-AMOUNT-DISPLAY
               END-WRITE
           END-IF.

       RECORD-REFUND.
      *> a refund hands money back across the desk, so it comes out
      *> of the open drawer under a receipt number like a payment,
      *> and can never be more than the credit on the account
           IF NOT SESSION-IS-OPEN THEN
               DISPLAY "error: open a cash session before paying out"
                   " refunds"
           ELSE
               PERFORM FIND-BORROWER
               IF BORROWER-WAS-FOUND THEN
                   PERFORM COMPUTE-BALANCE
                   IF WS-BALANCE IS LESS THAN 0 THEN
                       COMPUTE WS-CREDIT-DUE = 0 - WS-BALANCE
                       MOVE WS-CREDIT-DUE TO WS-BALANCE-DISPLAY
                       DISPLAY "Credit due to the borrower: "
                           WS-BALANCE-DISPLAY
                       PERFORM WRITE-REFUND-ENTRY
                   ELSE
                       DISPLAY "error: there is no credit on this"
                           " account to refund"
                   END-IF
               END-IF
           END-IF.

       WRITE-REFUND-ENTRY.
           DISPLAY "Please enter the amount refunded: "
           ACCEPT WS-ENTERED-AMOUNT
           IF WS-ENTERED-AMOUNT IS EQUAL TO 0 THEN
               DISPLAY "error: amount must be greater than zero"
           ELSE
               IF WS-ENTERED-AMOUNT IS GREATER THAN WS-CREDIT-DUE THEN
                   DISPLAY "error: amount exceeds the credit due"
               ELSE
                   MOVE WS-WORK-BORROWER TO FINE-BORROWER-ID
                   ACCEPT FINE-DATE FROM DATE YYYYMMDD
                   ACCEPT FINE-TIME FROM TIME
                   MOVE 0 TO FINE-ISBN
                   MOVE "D" TO FINE-TYPE
                   MOVE WS-ENTERED-AMOUNT TO FINE-AMOUNT
                   MOVE WS-SES-NEXT-RECEIPT TO FINE-RECEIPT-NO
                   MOVE WS-SES-NUMBER TO FINE-SESSION-NO
                   MOVE "C" TO FINE-TENDER
                   MOVE SIGNON-OPERATOR TO FINE-OPERATOR
                   MOVE SPACES TO FINE-CAMPAIGN
                   WRITE FINE-RECORD
                       INVALID KEY
                           DISPLAY "error: unable to record refund"
                       NOT INVALID KEY
                           MOVE WS-ENTERED-AMOUNT TO WS-AMOUNT-DISPLAY
                           DISPLAY "Refund recorded: " WS-AMOUNT-DISPLAY
                               " -- receipt " FINE-RECEIPT-NO
                               " of session " FINE-SESSION-NO
                               " -- pay it out of the drawer"
                           ADD 1 TO WS-SES-NEXT-RECEIPT
                           PERFORM WRITE-SESSION-CONTROL
                   END-WRITE
               END-IF
           END-IF.

       ASK-TENDER-TYPE.
           MOVE SPACE TO WS-TENDER
           PERFORM GET-TENDER-TYPE
           IF WS-TENDER NOT EQUAL "C" AND WS-TENDER NOT EQUAL "K" THEN
               DISPLAY "error: tender must be C or K"
           END-IF.

       GATHER-HOUSEHOLD.
      *> the borrower just found may be the guardian or one of the
      *> children; either way the household is the guardian's card
      *> plus every card linked to it. The master file has no index
      *> on the link, so the children are found by a full pass
           IF BORROWER-GUARDIAN-ID NOT EQUAL SPACES THEN
               MOVE BORROWER-GUARDIAN-ID TO WS-HOUSEHOLD-ID
           ELSE
               MOVE BORROWER-ID TO WS-HOUSEHOLD-ID
           END-IF
           MOVE 1 TO WS-MEMBER-COUNT
           MOVE WS-HOUSEHOLD-ID TO WS-MB-ID(1)
           MOVE SPACES TO WS-MB-NAME(1)
           MOVE WS-HOUSEHOLD-ID TO BORROWER-ID
           READ BORROWER-DATABASE RECORD
               KEY IS BORROWER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BORROWER-NAME TO WS-MB-NAME(1)
           END-READ
           MOVE SPACES TO BORROWER-ID
           START BORROWER-DATABASE KEY IS NOT LESS THAN BORROWER-ID
               INVALID KEY
                   MOVE "Y" TO WS-BOR-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-BOR-EOF
           END-START
           PERFORM GATHER-NEXT-MEMBER UNTIL BOR-EOF-REACHED
           MOVE 0 TO WS-HOUSEHOLD-BALANCE
           PERFORM PRICE-ONE-MEMBER
               VARYING WS-M FROM 1 BY 1
               UNTIL WS-M IS GREATER THAN WS-MEMBER-COUNT.

       GATHER-NEXT-MEMBER.
           READ BORROWER-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BOR-EOF
               NOT AT END
                   IF BORROWER-GUARDIAN-ID IS EQUAL TO
                       WS-HOUSEHOLD-ID THEN
                       IF WS-MEMBER-COUNT IS LESS THAN
                           WS-MEMBER-LIMIT THEN
                           ADD 1 TO WS-MEMBER-COUNT
                           MOVE BORROWER-ID
                               TO WS-MB-ID(WS-MEMBER-COUNT)
                           MOVE BORROWER-NAME
                               TO WS-MB-NAME(WS-MEMBER-COUNT)
                       ELSE
                           DISPLAY "warning: household has more than "
                               WS-MEMBER-LIMIT " cards -- "
                               FUNCTION TRIM(BORROWER-ID) " left out"
                       END-IF
                   END-IF
           END-READ.

       PRICE-ONE-MEMBER.
           MOVE WS-MB-ID(WS-M) TO WS-WORK-BORROWER
           PERFORM COMPUTE-BALANCE
           MOVE WS-BALANCE TO WS-MB-BALANCE(WS-M)
           ADD WS-BALANCE TO WS-HOUSEHOLD-BALANCE.

       RECORD-HOUSEHOLD-PAYMENT.
      *> one tender and one receipt number for the whole household;
      *> the money is spread over the cards that owe, guardian first,
      *> as one payment entry per card under that receipt, so each
      *> card's own balance and statement stay right and the Z report
      *> still adds up the session's payments
           IF NOT SESSION-IS-OPEN THEN
               DISPLAY "error: open a cash session before taking"
                   " payments"
           ELSE
               PERFORM FIND-BORROWER
               IF BORROWER-WAS-FOUND THEN
                   PERFORM GATHER-HOUSEHOLD
                   PERFORM SHOW-ONE-MEMBER
                       VARYING WS-M FROM 1 BY 1
                       UNTIL WS-M IS GREATER THAN WS-MEMBER-COUNT
                   MOVE WS-HOUSEHOLD-BALANCE TO WS-BALANCE-DISPLAY
                   DISPLAY "Household balance: " WS-BALANCE-DISPLAY
                   IF WS-HOUSEHOLD-BALANCE IS GREATER THAN 0 THEN
                       PERFORM WRITE-HOUSEHOLD-PAYMENT
                   ELSE
                       DISPLAY "error: nothing is owed on this"
                           " household"
                   END-IF
               END-IF
           END-IF.

       SHOW-ONE-MEMBER.
           MOVE WS-MB-BALANCE(WS-M) TO WS-BALANCE-DISPLAY
           DISPLAY "  " WS-MB-ID(WS-M) " " WS-MB-NAME(WS-M) " "
               WS-BALANCE-DISPLAY.

       WRITE-HOUSEHOLD-PAYMENT.
           DISPLAY "Please enter the amount: "
           ACCEPT WS-ENTERED-AMOUNT
           IF WS-ENTERED-AMOUNT IS EQUAL TO 0 THEN
               DISPLAY "error: amount must be greater than zero"
           ELSE
               IF WS-ENTERED-AMOUNT IS GREATER THAN
                   WS-HOUSEHOLD-BALANCE THEN
                   DISPLAY "error: amount exceeds the household balance"
               ELSE
                   PERFORM ASK-TENDER-TYPE
                   MOVE WS-ENTERED-AMOUNT TO WS-TO-APPLY
                   MOVE 0 TO WS-CARDS-PAID
                   PERFORM PAY-ONE-MEMBER
                       VARYING WS-M FROM 1 BY 1
                       UNTIL WS-M IS GREATER THAN WS-MEMBER-COUNT
                           OR WS-TO-APPLY IS NOT GREATER THAN 0
                   MOVE WS-ENTERED-AMOUNT TO WS-AMOUNT-DISPLAY
                   DISPLAY "Household payment recorded: "
                       WS-AMOUNT-DISPLAY " over " WS-CARDS-PAID
                       " card(s) -- receipt " WS-SES-NEXT-RECEIPT
                       " of session " WS-SES-NUMBER
                   ADD 1 TO WS-SES-NEXT-RECEIPT
                   PERFORM WRITE-SESSION-CONTROL
               END-IF
           END-IF.

       PAY-ONE-MEMBER.
           IF WS-MB-BALANCE(WS-M) IS GREATER THAN 0 THEN
               IF WS-MB-BALANCE(WS-M) IS LESS THAN WS-TO-APPLY THEN
                   MOVE WS-MB-BALANCE(WS-M) TO WS-APPLIED
               ELSE
                   MOVE WS-TO-APPLY TO WS-APPLIED
               END-IF
               MOVE WS-MB-ID(WS-M) TO FINE-BORROWER-ID
               ACCEPT FINE-DATE FROM DATE YYYYMMDD
               ACCEPT FINE-TIME FROM TIME
               MOVE 0 TO FINE-ISBN
               MOVE "P" TO FINE-TYPE
               COMPUTE FINE-AMOUNT = 0 - WS-APPLIED
               MOVE WS-SES-NEXT-RECEIPT TO FINE-RECEIPT-NO
               MOVE WS-SES-NUMBER TO FINE-SESSION-NO
               MOVE WS-TENDER TO FINE-TENDER
               MOVE SIGNON-OPERATOR TO FINE-OPERATOR
               MOVE SPACES TO FINE-CAMPAIGN
               WRITE FINE-RECORD
                   INVALID KEY
                       DISPLAY "error: unable to record the payment on "
                           FUNCTION TRIM(WS-MB-ID(WS-M))
                   NOT INVALID KEY
                       SUBTRACT WS-APPLIED FROM WS-TO-APPLY
                       ADD 1 TO WS-CARDS-PAID
               END-WRITE
           END-IF.
