      *> Circulation-desk inquiry: one view of a borrower's account --
      *> open loans with due dates (flagging overdues), pending holds,
      *> and the outstanding fine balance -- while they stand at the
      *> desk. Read-only against every file it touches. A card that
      *> belongs to a household -- a guardian and the children's cards
      *> linked to it -- brings up the whole household, each card in
      *> turn, with the combined balance at the end. A card whose
      *> email has bounced is called out so the desk asks for a new
      *> address
      AUTHOR. Aidan Simon.


       01 WS-HOLD-COUNT         PIC 9(5) COMP VALUE 0.
       01 WS-BALANCE            PIC S9(7)V99 VALUE 0.
       01 WS-BALANCE-DISPLAY    PIC -ZZ,ZZ9.99.
       01 WS-BOR-EOF            PIC X(2) VALUE "N".
          88 BOR-EOF-REACHED          VALUE "Y".
       01 WS-HOUSEHOLD-ID       PIC X(10).
       01 WS-HOUSEHOLD-BALANCE  PIC S9(7)V99 VALUE 0.
      *> the cards of one household: the guardian first, then each
      *> child's card linked to them
       01 WS-MEMBER-COUNT       PIC 9(2) COMP VALUE 0.
       01 WS-MEMBER-LIMIT       PIC 9(2) COMP VALUE 20.
       01 WS-MEMBER-TABLE.
          05 WS-MEMBER-ID       PIC X(10) OCCURS 20 TIMES.
       01 WS-M                  PIC 9(2) COMP.
           COPY "signon.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO SIGNON-REQUEST
           MOVE "W" TO SIGNON-NEED-ROLE
           CALL "STAFF-SIGNON" USING SIGNON-AREA
           IF NOT SIGNON-GRANTED THEN
               STOP RUN
           END-IF
           PERFORM OPEN-DATABASES
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY "Please enter the borrower ID: "
           ACCEPT WS-SEARCH-BORROWER
           PERFORM FIND-BORROWER
           IF BORROWER-WAS-FOUND THEN
               PERFORM GATHER-HOUSEHOLD
               IF WS-MEMBER-COUNT IS GREATER THAN 1 THEN
                   PERFORM DISPLAY-HOUSEHOLD
               ELSE
      *> the household pass leaves whichever card it read last in
      *> the record area, so fetch this borrower's card again
                   PERFORM FIND-BORROWER
                   PERFORM DISPLAY-ACCOUNT
               END-IF
           END-IF.
           CLOSE BORROWER-DATABASE.
           CLOSE LOAN-DATABASE.
                   MOVE "Y" TO WS-FOUND
           END-READ.

       GATHER-HOUSEHOLD.
      *> a child's card leads to its guardian, whose card heads the
      *> household; any other card heads its own. The master file has
      *> no index on the guardian link, so the children are found by
      *> a full pass
           IF BORROWER-GUARDIAN-ID NOT EQUAL SPACES THEN
               MOVE BORROWER-GUARDIAN-ID TO WS-HOUSEHOLD-ID
           ELSE
               MOVE BORROWER-ID TO WS-HOUSEHOLD-ID
           END-IF
           MOVE 1 TO WS-MEMBER-COUNT
           MOVE WS-HOUSEHOLD-ID TO WS-MEMBER-ID(1)
           MOVE SPACES TO BORROWER-ID
           START BORROWER-DATABASE KEY IS NOT LESS THAN BORROWER-ID
               INVALID KEY
                   MOVE "Y" TO WS-BOR-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-BOR-EOF
           END-START
           PERFORM GATHER-NEXT-MEMBER UNTIL BOR-EOF-REACHED.

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
                               TO WS-MEMBER-ID(WS-MEMBER-COUNT)
                       ELSE
                           DISPLAY "warning: household has more than "
                               WS-MEMBER-LIMIT " cards -- "
                               FUNCTION TRIM(BORROWER-ID) " not shown"
                       END-IF
                   END-IF
           END-READ.

       DISPLAY-HOUSEHOLD.
           DISPLAY "Household of " FUNCTION TRIM(WS-HOUSEHOLD-ID)
               " -- " WS-MEMBER-COUNT " card(s)"
           MOVE 0 TO WS-HOUSEHOLD-BALANCE
           PERFORM DISPLAY-ONE-MEMBER
               VARYING WS-M FROM 1 BY 1
               UNTIL WS-M IS GREATER THAN WS-MEMBER-COUNT
           DISPLAY "========================================"
           MOVE WS-HOUSEHOLD-BALANCE TO WS-BALANCE-DISPLAY
           DISPLAY "Household balance: " WS-BALANCE-DISPLAY.

       DISPLAY-ONE-MEMBER.
           DISPLAY "----------------------------------------"
           MOVE WS-MEMBER-ID(WS-M) TO WS-SEARCH-BORROWER
           MOVE WS-SEARCH-BORROWER TO BORROWER-ID
           READ BORROWER-DATABASE RECORD
               KEY IS BORROWER-ID
               INVALID KEY
                   DISPLAY "warning: guardian "
                       FUNCTION TRIM(WS-SEARCH-BORROWER)
                       " is not on the master file"
               NOT INVALID KEY
                   MOVE 0 TO WS-OPEN-LOAN-COUNT
                   MOVE 0 TO WS-HOLD-COUNT
                   PERFORM DISPLAY-ACCOUNT
                   ADD WS-BALANCE TO WS-HOUSEHOLD-BALANCE
           END-READ.

       DISPLAY-ACCOUNT.
           DISPLAY "Account for " FUNCTION TRIM(BORROWER-NAME)
               " (" FUNCTION TRIM(BORROWER-ID) ")"
               " status " BORROWER-STATUS
      *> a borrower who keeps claiming to have returned books the
      *> shelves never find is something the desk should know about
           IF BORROWER-CLAIM-COUNT IS GREATER THAN 0 THEN
               DISPLAY "Claims returned on record: " BORROWER-CLAIM-COUNT
           END-IF
           IF BORROWER-EMAIL-BAD IS EQUAL TO "Y" THEN
               DISPLAY "Email undeliverable: "
                   FUNCTION TRIM(BORROWER-EMAIL)
                   " bounced on " BORROWER-BOUNCE-DATE
               DISPLAY "  -- please ask for a new email address at this"
                   " visit; notices go by letter until then"
           END-IF
           DISPLAY " "
           DISPLAY "Open loans:"
           PERFORM LIST-OPEN-LOANS

       DISPLAY-OPEN-LOAN.
           ADD 1 TO WS-OPEN-LOAN-COUNT
           IF LOAN-CLAIM-DATE IS GREATER THAN 0 THEN
               DISPLAY "  ISBN " LOAN-ISBN " due " LOAN-DUE-DATE
                   "  ** CLAIMED RETURNED " LOAN-CLAIM-DATE " **"
           ELSE
               PERFORM DISPLAY-UNCLAIMED-LOAN
           END-IF.

       DISPLAY-UNCLAIMED-LOAN.
           IF LOAN-DUE-DATE IS LESS THAN WS-TODAY THEN
               DISPLAY "  ISBN " LOAN-ISBN " due " LOAN-DUE-DATE
                   "  ** OVERDUE **"
       LIST-PENDING-HOLDS.
      *> the hold file is keyed by ISBN, not borrower, so this is a
      *> full scan -- the file only holds the active queue, so it
      *> stays small. A household runs it once per card, so it starts
      *> from the top each time
           IF HOLD-FILE-PRESENT THEN
               MOVE 0 TO HOLD-ISBN
               MOVE 0 TO HOLD-PLACED-DATE
               MOVE 0 TO HOLD-PLACED-TIME
               START HOLD-DATABASE KEY IS NOT LESS THAN HOLD-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-HOLD-EOF
                   NOT INVALID KEY
                       MOVE "N" TO WS-HOLD-EOF
               END-START
               PERFORM LIST-NEXT-PENDING-HOLD UNTIL HOLD-EOF-REACHED
           END-IF.

               NOT AT END
                   IF HOLD-BORROWER-ID IS EQUAL TO WS-SEARCH-BORROWER
                       AND (HOLD-STATUS IS EQUAL TO "W"
                           OR HOLD-STATUS IS EQUAL TO "T"
                           OR HOLD-STATUS IS EQUAL TO "R") THEN
                       PERFORM DISPLAY-PENDING-HOLD
                   END-IF

       DISPLAY-PENDING-HOLD.
           ADD 1 TO WS-HOLD-COUNT
           EVALUATE HOLD-STATUS
               WHEN "R"
                   DISPLAY "  ISBN " HOLD-ISBN
                       " READY FOR PICKUP since " HOLD-READY-DATE
               WHEN "T"
                   DISPLAY "  ISBN " HOLD-ISBN
                       " copy on its way to the pickup branch"
               WHEN OTHER
                   DISPLAY "  ISBN " HOLD-ISBN
                       " waiting since " HOLD-PLACED-DATE
           END-EVALUATE.

       COMPUTE-FINE-BALANCE.
      *> the ledger key leads with the borrower ID, so a borrower's
