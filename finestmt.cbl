      *> an aging breakdown (30/60/90+ days). A balance aged past the
      *> collections threshold flags the borrower master record, and
      *> a run summary totals receivables by age bucket for the
      *> director. A child's statement is addressed to the guardian
      *> their card is linked to
      AUTHOR. Aidan Simon.


       01 WS-REMAIN-DISPLAY     PIC -ZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY      PIC -Z,ZZZ,ZZ9.99.
       01 WS-FLAGGED-DISPLAY    PIC ZZZZ9.
       01 WS-HOLDER-NAME        PIC X(30).
       01 WS-ADDRESSEE-ID       PIC X(10).
       01 WS-ADDRESSEE-NAME     PIC X(30).

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF.

       APPLY-CREDITS-OLDEST-FIRST.
      *> payments, waivers, and reversed replacement charges carry
      *> negative amounts; pooled together they pay down the
      *> assessments in the order the assessments were written,
      *> which is the order the table holds them. A refund paid out
      *> of a credit is positive, so it draws the pool back down
           MOVE 0 TO WS-CREDIT-POOL
           PERFORM POOL-ONE-CREDIT
               VARYING WS-I FROM 1 BY 1

       POOL-ONE-CREDIT.
           IF WS-LE-TYPE(WS-I) IS EQUAL TO "P"
               OR WS-LE-TYPE(WS-I) IS EQUAL TO "W"
               OR WS-LE-TYPE(WS-I) IS EQUAL TO "C"
               OR WS-LE-TYPE(WS-I) IS EQUAL TO "D" THEN
               SUBTRACT WS-LE-AMOUNT(WS-I) FROM WS-CREDIT-POOL
           END-IF.

           MOVE SPACES TO WS-STATEMENT-FILENAME
           STRING "./statement_" FUNCTION TRIM(WS-CURRENT-BORROWER)
               ".txt" DELIMITED BY SIZE INTO WS-STATEMENT-FILENAME
           PERFORM FIND-ADDRESSEE
           OPEN OUTPUT STATEMENT-FILE
           IF NOT STS-OK THEN
               DISPLAY "error: unable to write statement for "
               ADD 1 TO WS-STATEMENT-COUNT
           END-IF.

       FIND-ADDRESSEE.
      *> a child's charges go to the guardian their card is linked
      *> to -- the child has no money and maybe no email. A guardian
      *> who has since left the master file leaves the statement
      *> addressed to the cardholder, as before households existed
           MOVE SPACES TO WS-HOLDER-NAME
           MOVE WS-CURRENT-BORROWER TO WS-ADDRESSEE-ID
           MOVE SPACES TO WS-ADDRESSEE-NAME
           MOVE WS-CURRENT-BORROWER TO BORROWER-ID
           READ BORROWER-DATABASE RECORD
               KEY IS BORROWER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BORROWER-NAME TO WS-HOLDER-NAME
                   MOVE BORROWER-NAME TO WS-ADDRESSEE-NAME
                   IF BORROWER-GUARDIAN-ID NOT EQUAL SPACES THEN
                       MOVE BORROWER-GUARDIAN-ID TO BORROWER-ID
                       READ BORROWER-DATABASE RECORD
                           KEY IS BORROWER-ID
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE BORROWER-ID TO WS-ADDRESSEE-ID
                               MOVE BORROWER-NAME TO WS-ADDRESSEE-NAME
                       END-READ
                   END-IF
           END-READ.

       WRITE-STATEMENT-BODY.
           MOVE SPACES TO STATEMENT-LINE
           STRING "FINE STATEMENT -- " WS-TODAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "To: " FUNCTION TRIM(WS-ADDRESSEE-NAME)
               " (" FUNCTION TRIM(WS-ADDRESSEE-ID) ")"
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           IF WS-ADDRESSEE-ID IS EQUAL TO WS-CURRENT-BORROWER THEN
               STRING "Borrower: " FUNCTION TRIM(WS-CURRENT-BORROWER)
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           ELSE
               STRING "Charges on the card of "
                   FUNCTION TRIM(WS-HOLDER-NAME)
                   " (" FUNCTION TRIM(WS-CURRENT-BORROWER) ")"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           END-IF
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "Unpaid charges:" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
               UNTIL WS-I IS GREATER THAN WS-ENTRY-COUNT
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "Payments and credits applied:" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           PERFORM WRITE-ONE-CREDIT-LINE
               VARYING WS-I FROM 1 BY 1

       WRITE-ONE-CREDIT-LINE.
           IF WS-LE-TYPE(WS-I) IS EQUAL TO "P"
               OR WS-LE-TYPE(WS-I) IS EQUAL TO "W"
               OR WS-LE-TYPE(WS-I) IS EQUAL TO "C"
               OR WS-LE-TYPE(WS-I) IS EQUAL TO "D" THEN
               MOVE WS-LE-AMOUNT(WS-I) TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO STATEMENT-LINE
               EVALUATE WS-LE-TYPE(WS-I)
                   WHEN "P"
                       STRING "  " WS-LE-DATE(WS-I)
                           " payment " WS-AMOUNT-DISPLAY
                           DELIMITED BY SIZE INTO STATEMENT-LINE
                   WHEN "W"
                       STRING "  " WS-LE-DATE(WS-I)
                           " waiver  " WS-AMOUNT-DISPLAY
                           DELIMITED BY SIZE INTO STATEMENT-LINE
                   WHEN "C"
                       STRING "  " WS-LE-DATE(WS-I)
                           " lost item found, replacement reversed"
                           "  ISBN " WS-LE-ISBN(WS-I)
                           " " WS-AMOUNT-DISPLAY
                           DELIMITED BY SIZE INTO STATEMENT-LINE
                   WHEN OTHER
                       STRING "  " WS-LE-DATE(WS-I)
                           " refund  " WS-AMOUNT-DISPLAY
                           DELIMITED BY SIZE INTO STATEMENT-LINE
               END-EVALUATE
               WRITE STATEMENT-LINE
           END-IF.

