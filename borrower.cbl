      IDENTIFICATION DIVISION.
      PROGRAM-ID. BORROWER-MAINT.
      *> Registers and maintains borrowers on the borrower master file,
      *> so circulation can refuse IDs that were never issued, and
      *> records the branch each borrower uses as their home branch.
      *> Taking a new email address clears the undeliverable flag a
      *> bounced notice left on the card
      AUTHOR. Aidan Simon.


          88 BORROWER-WAS-FOUND       VALUE "Y".
       01 WS-TYPE-VALID         PIC X(2) VALUE "N".
          88 TYPE-IS-VALID            VALUE "Y".
       01 WS-TODAY              PIC 9(8).
       01 WS-CARD-EXPIRY        PIC 9(8).
       01 WS-CARD-YEARS         PIC 9(2).
       01 WS-NEW-EXPIRY         PIC 9(8).
       01 WS-NEW-EXPIRY-PARTS REDEFINES WS-NEW-EXPIRY.
          05 WS-NEW-EXPIRY-YEAR PIC 9(4).
          05 WS-NEW-EXPIRY-MMDD PIC 9(4).
       01 WS-L                  PIC 9(1).
       01 WS-CONFIRM            PIC X(1).
       01 WS-OLD-EMAIL          PIC X(30).
       01 WS-SAVED-RECORD       PIC X(131).
       01 WS-GUARDIAN-ID        PIC X(10).
       01 WS-HOUSEHOLD-ID       PIC X(10).
       01 WS-GUARDIAN-OK        PIC X(2) VALUE "N".
          88 GUARDIAN-IS-VALID        VALUE "Y".
       01 WS-BOR-EOF            PIC X(2) VALUE "N".
          88 BOR-EOF-REACHED          VALUE "Y".
       01 WS-CHILD-COUNT        PIC 9(3) COMP.
       01 WS-BRANCH-NAME        PIC X(20).
       01 WS-BRANCH-VALID       PIC X(2) VALUE "N".
          88 BRANCH-IS-VALID          VALUE "Y".
       01 WS-B                  PIC 9(1).

           COPY "borlim.cpy".
           COPY "branch.cpy".
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
           PERFORM OPEN-DATABASE
           PERFORM DISPLAY-OPTIONS
           PERFORM READ-AND-VERIFY-OPTIONS UNTIL WS-OPTION IS EQUAL TO 11
           CLOSE BORROWER-DATABASE
           GOBACK.

           DISPLAY "4. Change a borrower's status"
           DISPLAY "5. Change a borrower's type"
           DISPLAY "6. Clear a borrower's collections flag"
           DISPLAY "7. Renew a library card"
           DISPLAY "8. Link or unlink a child's card and a guardian"
           DISPLAY "9. Change a borrower's home branch"
           DISPLAY "10. Display options"
           DISPLAY "11. Exit".

       READ-AND-VERIFY-OPTIONS.
           DISPLAY "Please enter a valid choice"
               WHEN 4 PERFORM CHANGE-BORROWER-STATUS
               WHEN 5 PERFORM CHANGE-BORROWER-TYPE
               WHEN 6 PERFORM CLEAR-COLLECT-FLAG
               WHEN 7 PERFORM RENEW-LIBRARY-CARD
               WHEN 8 PERFORM LINK-GUARDIAN
               WHEN 9 PERFORM CHANGE-HOME-BRANCH
               WHEN 10 PERFORM DISPLAY-OPTIONS
               WHEN 11 CONTINUE
               WHEN OTHER DISPLAY "error: not a valid choice"
           END-EVALUATE.

           PERFORM GET-BORROWER-TYPE UNTIL TYPE-IS-VALID
           DISPLAY "Notices by email or printed letter? (E/P): "
           ACCEPT BORROWER-CONTACT-PREF
           MOVE "N" TO WS-BRANCH-VALID
           PERFORM GET-HOME-BRANCH UNTIL BRANCH-IS-VALID
           MOVE "A" TO BORROWER-STATUS
      *> the FD record area still holds whatever the last look-up
      *> read, so a new card registered right after inquiring on a
      *> flagged account would be born flagged without this
           MOVE SPACE TO BORROWER-COLLECT-FLAG
           MOVE SPACES TO BORROWER-GUARDIAN-ID
           MOVE 0 TO BORROWER-CLAIM-COUNT
           MOVE SPACE TO BORROWER-EMAIL-BAD
           MOVE 0 TO BORROWER-BOUNCE-DATE
           ACCEPT BORROWER-REG-DATE FROM DATE YYYYMMDD
           MOVE BORROWER-REG-DATE TO WS-NEW-EXPIRY
           PERFORM EXTEND-CARD-EXPIRY
           MOVE WS-NEW-EXPIRY TO BORROWER-EXPIRY-DATE
           WRITE BORROWER-RECORD
               INVALID KEY
                   DISPLAY "error: that borrower ID is already on file"
               NOT INVALID KEY
                   DISPLAY "Registered " FUNCTION TRIM(BORROWER-NAME)
                       " as " FUNCTION TRIM(BORROWER-ID)
                       "; card expires " BORROWER-EXPIRY-DATE
           END-WRITE.

       EXTEND-CARD-EXPIRY.
      *> moves WS-NEW-EXPIRY out by the card period for the borrower's
      *> type; a card dated the 29th of February expires on the 28th,
      *> since the target year needn't be a leap year
           PERFORM LOOK-UP-CARD-YEARS
           ADD WS-CARD-YEARS TO WS-NEW-EXPIRY-YEAR
           IF WS-NEW-EXPIRY-MMDD IS EQUAL TO 0229 THEN
               MOVE 0228 TO WS-NEW-EXPIRY-MMDD
           END-IF.

       LOOK-UP-CARD-YEARS.
      *> an unknown type (or the space on cards issued before types
      *> existed) gets the adult card period
           MOVE BL-CARD-YEARS(1) TO WS-CARD-YEARS
           PERFORM MATCH-CARD-YEARS-ENTRY
               VARYING WS-L FROM 1 BY 1
               UNTIL WS-L IS GREATER THAN BORROWER-LIMIT-COUNT.

       MATCH-CARD-YEARS-ENTRY.
           IF BL-TYPE(WS-L) IS EQUAL TO BORROWER-TYPE THEN
               MOVE BL-CARD-YEARS(WS-L) TO WS-CARD-YEARS
           END-IF.

       COMPUTE-CARD-EXPIRY.
      *> a card from before expiry dates were kept runs out one card
      *> period after it was registered
           IF BORROWER-EXPIRY-DATE IS GREATER THAN 0 THEN
               MOVE BORROWER-EXPIRY-DATE TO WS-CARD-EXPIRY
           ELSE
               PERFORM LOOK-UP-CARD-YEARS
               COMPUTE WS-CARD-EXPIRY =
                   BORROWER-REG-DATE + WS-CARD-YEARS * 10000
           END-IF.

       GET-BORROWER-TYPE.
           DISPLAY "Please enter the borrower's type"
               " (A adult, J child, S staff, C community): "
               MOVE "N" TO WS-TYPE-VALID
           END-IF.

       GET-HOME-BRANCH.
           DISPLAY "Please enter the borrower's home branch (blank for "
               FUNCTION TRIM(BRANCH-MAIN-CODE) "): "
           MOVE SPACES TO BORROWER-HOME-BRANCH
           ACCEPT BORROWER-HOME-BRANCH
           IF BORROWER-HOME-BRANCH IS EQUAL TO SPACES THEN
               MOVE BRANCH-MAIN-CODE TO BORROWER-HOME-BRANCH
           END-IF
           PERFORM LOOK-UP-HOME-BRANCH
           IF NOT BRANCH-IS-VALID THEN
               DISPLAY "error: not a branch code"
           END-IF.

       LOOK-UP-HOME-BRANCH.
      *> a card from before branches existed carries spaces, which
      *> means the main library
           MOVE "N" TO WS-BRANCH-VALID
           MOVE BORROWER-HOME-BRANCH TO WS-BRANCH-NAME
           PERFORM MATCH-BRANCH-ENTRY
               VARYING WS-B FROM 1 BY 1
               UNTIL WS-B IS GREATER THAN BRANCH-COUNT
           IF BORROWER-HOME-BRANCH IS EQUAL TO SPACES THEN
               MOVE BR-NAME(1) TO WS-BRANCH-NAME
           END-IF.

       MATCH-BRANCH-ENTRY.
           IF BR-CODE(WS-B) IS EQUAL TO BORROWER-HOME-BRANCH THEN
               MOVE "Y" TO WS-BRANCH-VALID
               MOVE BR-NAME(WS-B) TO WS-BRANCH-NAME
           END-IF.

       CHANGE-HOME-BRANCH.
      *> holds already placed keep the pickup branch they were placed
      *> with -- only new holds default to the new home branch
           PERFORM FIND-BORROWER
           IF BORROWER-WAS-FOUND THEN
               PERFORM LOOK-UP-HOME-BRANCH
               DISPLAY "Current home branch: "
                   FUNCTION TRIM(WS-BRANCH-NAME)
               MOVE "N" TO WS-BRANCH-VALID
               PERFORM GET-HOME-BRANCH UNTIL BRANCH-IS-VALID
               REWRITE BORROWER-RECORD
                   INVALID KEY
                       DISPLAY "error: unable to update borrower"
                   NOT INVALID KEY
                       DISPLAY "Home branch updated"
               END-REWRITE
           END-IF.

       FIND-BORROWER.
           DISPLAY "Please enter the borrower ID: "
           ACCEPT BORROWER-ID
           DISPLAY "name: "       FUNCTION TRIM(BORROWER-NAME).
           DISPLAY "phone: "      FUNCTION TRIM(BORROWER-PHONE).
           DISPLAY "email: "      FUNCTION TRIM(BORROWER-EMAIL).
           IF BORROWER-EMAIL-BAD IS EQUAL TO "Y" THEN
               DISPLAY "email undeliverable since " BORROWER-BOUNCE-DATE
                   " -- notices go by letter until it is changed"
           END-IF.
           DISPLAY "status: "     BORROWER-STATUS.
           DISPLAY "type: "       BORROWER-TYPE.
           DISPLAY "notices: "    BORROWER-CONTACT-PREF.
           DISPLAY "registered: " BORROWER-REG-DATE.
           PERFORM LOOK-UP-HOME-BRANCH
           DISPLAY "home branch: " FUNCTION TRIM(WS-BRANCH-NAME).
           PERFORM COMPUTE-CARD-EXPIRY
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF WS-CARD-EXPIRY IS LESS THAN WS-TODAY THEN
               DISPLAY "card expired: " WS-CARD-EXPIRY
           ELSE
               DISPLAY "card expires: " WS-CARD-EXPIRY
           END-IF.
           IF BORROWER-COLLECT-FLAG IS EQUAL TO "Y" THEN
               DISPLAY "flagged for collections"
           END-IF.
           IF BORROWER-GUARDIAN-ID NOT EQUAL SPACES THEN
               DISPLAY "guardian: " FUNCTION TRIM(BORROWER-GUARDIAN-ID)
           END-IF.

       UPDATE-CONTACT-DETAILS.
           PERFORM FIND-BORROWER
           IF BORROWER-WAS-FOUND THEN
               PERFORM ENTER-CONTACT-DETAILS
               REWRITE BORROWER-RECORD
                   INVALID KEY
                       DISPLAY "error: unable to update borrower"
               END-REWRITE
           END-IF.

       ENTER-CONTACT-DETAILS.
           DISPLAY "Current name: " FUNCTION TRIM(BORROWER-NAME)
           DISPLAY "Please enter the new name: "
           ACCEPT BORROWER-NAME
           DISPLAY "Current phone: " FUNCTION TRIM(BORROWER-PHONE)
           DISPLAY "Please enter the new phone number: "
           ACCEPT BORROWER-PHONE
           DISPLAY "Current email: " FUNCTION TRIM(BORROWER-EMAIL)
           IF BORROWER-EMAIL-BAD IS EQUAL TO "Y" THEN
               DISPLAY "  (mail to it bounced on " BORROWER-BOUNCE-DATE
                   " -- ask for a new one)"
           END-IF
           MOVE BORROWER-EMAIL TO WS-OLD-EMAIL
           DISPLAY "Please enter the new email address: "
           ACCEPT BORROWER-EMAIL
      *> the same address keyed back in is still the dead one
           IF BORROWER-EMAIL NOT EQUAL WS-OLD-EMAIL THEN
               MOVE SPACE TO BORROWER-EMAIL-BAD
               MOVE 0 TO BORROWER-BOUNCE-DATE
           END-IF
           DISPLAY "Current notice preference: "
               BORROWER-CONTACT-PREF
           DISPLAY "Notices by email or printed letter? (E/P): "
           ACCEPT BORROWER-CONTACT-PREF.

       RENEW-LIBRARY-CARD.
      *> a renewal is the moment to catch a patron who has moved, so
      *> the contact details are read back and confirmed (or
      *> re-entered) before the card gets another period. Renewing
      *> early doesn't lose the time left on the card -- the new
      *> period runs from the old expiry, or from today if that has
      *> already passed
           PERFORM FIND-BORROWER
           IF BORROWER-WAS-FOUND THEN
               IF BORROWER-STATUS IS NOT EQUAL TO "A" THEN
                   DISPLAY "error: that borrower is not active --"
                       " change the status back to A first"
               ELSE
                   PERFORM COMPUTE-CARD-EXPIRY
                   DISPLAY "Card expires: " WS-CARD-EXPIRY
                   DISPLAY "name: "    FUNCTION TRIM(BORROWER-NAME)
                   DISPLAY "phone: "   FUNCTION TRIM(BORROWER-PHONE)
                   DISPLAY "email: "   FUNCTION TRIM(BORROWER-EMAIL)
                   DISPLAY "notices: " BORROWER-CONTACT-PREF
                   DISPLAY "Are these contact details still correct?"
                       " (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM IS NOT EQUAL TO "Y"
                       AND WS-CONFIRM IS NOT EQUAL TO "y" THEN
                       PERFORM ENTER-CONTACT-DETAILS
                   END-IF
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   IF WS-CARD-EXPIRY IS LESS THAN WS-TODAY THEN
                       MOVE WS-TODAY TO WS-NEW-EXPIRY
                   ELSE
                       MOVE WS-CARD-EXPIRY TO WS-NEW-EXPIRY
                   END-IF
                   PERFORM EXTEND-CARD-EXPIRY
                   MOVE WS-NEW-EXPIRY TO BORROWER-EXPIRY-DATE
                   REWRITE BORROWER-RECORD
                       INVALID KEY
                           DISPLAY "error: unable to update borrower"
                       NOT INVALID KEY
                           DISPLAY "Card renewed; it now expires "
                               BORROWER-EXPIRY-DATE
                   END-REWRITE
               END-IF
           END-IF.

       CHANGE-BORROWER-STATUS.
      *> an inactive borrower stays on file so old loans still trace
      *> back to a name, but circulation refuses new checkouts for them
               DISPLAY "Current type: " BORROWER-TYPE
               MOVE "N" TO WS-TYPE-VALID
               PERFORM GET-BORROWER-TYPE UNTIL TYPE-IS-VALID
               IF BORROWER-TYPE IS EQUAL TO "J" THEN
                   PERFORM COUNT-LINKED-CHILDREN
                   IF WS-CHILD-COUNT IS GREATER THAN 0 THEN
                       DISPLAY "error: this card is the guardian of "
                           WS-CHILD-COUNT " child card(s) -- unlink"
                           " them before making it a child's card"
                       MOVE "N" TO WS-TYPE-VALID
                   END-IF
               END-IF
      *> only a child's card answers to a guardian -- a card that
      *> grows out of type J leaves the household
               IF BORROWER-TYPE NOT EQUAL "J"
                   AND BORROWER-GUARDIAN-ID NOT EQUAL SPACES THEN
                   DISPLAY "Unlinked from guardian "
                       FUNCTION TRIM(BORROWER-GUARDIAN-ID)
                   MOVE SPACES TO BORROWER-GUARDIAN-ID
               END-IF
               IF TYPE-IS-VALID THEN
                   REWRITE BORROWER-RECORD
                       INVALID KEY
                           DISPLAY "error: unable to update borrower"
                       NOT INVALID KEY
                           DISPLAY "Type updated"
                   END-REWRITE
               END-IF
           END-IF.

       COUNT-LINKED-CHILDREN.
      *> the master file has no index on the guardian link, so this is
      *> a full pass; the card being changed is parked and put back
      *> in the record area afterwards
           MOVE BORROWER-RECORD TO WS-SAVED-RECORD
           MOVE BORROWER-ID TO WS-HOUSEHOLD-ID
           MOVE 0 TO WS-CHILD-COUNT
           MOVE SPACES TO BORROWER-ID
           START BORROWER-DATABASE KEY IS NOT LESS THAN BORROWER-ID
               INVALID KEY
                   MOVE "Y" TO WS-BOR-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-BOR-EOF
           END-START
           PERFORM COUNT-NEXT-CHILD UNTIL BOR-EOF-REACHED
           MOVE WS-SAVED-RECORD TO BORROWER-RECORD.

       COUNT-NEXT-CHILD.
           READ BORROWER-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BOR-EOF
               NOT AT END
                   IF BORROWER-GUARDIAN-ID IS EQUAL TO
                       WS-HOUSEHOLD-ID THEN
                       ADD 1 TO WS-CHILD-COUNT
                   END-IF
           END-READ.

       LINK-GUARDIAN.
      *> a household is one level deep: a guardian's own card is never
      *> a child's card, and never answers to another guardian, so
      *> every program can find a household from either end with a
      *> single look-up
           PERFORM FIND-BORROWER
           IF BORROWER-WAS-FOUND THEN
               IF BORROWER-TYPE NOT EQUAL "J" THEN
                   DISPLAY "error: only a child's (type J) card can be"
                       " linked to a guardian"
               ELSE
                   IF BORROWER-GUARDIAN-ID NOT EQUAL SPACES THEN
                       DISPLAY "Current guardian: "
                           FUNCTION TRIM(BORROWER-GUARDIAN-ID)
                   END-IF
                   DISPLAY "Please enter the guardian's borrower ID"
                       " (blank to unlink): "
                   ACCEPT WS-GUARDIAN-ID
                   MOVE BORROWER-RECORD TO WS-SAVED-RECORD
                   IF WS-GUARDIAN-ID IS EQUAL TO SPACES THEN
                       MOVE "Y" TO WS-GUARDIAN-OK
                   ELSE
                       PERFORM VALIDATE-GUARDIAN
                   END-IF
                   MOVE WS-SAVED-RECORD TO BORROWER-RECORD
                   IF GUARDIAN-IS-VALID THEN
                       MOVE WS-GUARDIAN-ID TO BORROWER-GUARDIAN-ID
                       REWRITE BORROWER-RECORD
                           INVALID KEY
                               DISPLAY "error: unable to update"
                                   " borrower"
                           NOT INVALID KEY
                               IF WS-GUARDIAN-ID IS EQUAL TO SPACES
                                   DISPLAY "Card unlinked"
                               ELSE
                                   DISPLAY "Card linked to guardian "
                                       FUNCTION TRIM(WS-GUARDIAN-ID)
                               END-IF
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       VALIDATE-GUARDIAN.
           MOVE "N" TO WS-GUARDIAN-OK
           IF WS-GUARDIAN-ID IS EQUAL TO BORROWER-ID THEN
               DISPLAY "error: a card can't be its own guardian"
           ELSE
               MOVE WS-GUARDIAN-ID TO BORROWER-ID
               READ BORROWER-DATABASE RECORD
                   KEY IS BORROWER-ID
                   INVALID KEY
                       DISPLAY "error: the guardian's ID is not on file"
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN BORROWER-STATUS NOT EQUAL "A"
                               DISPLAY "error: the guardian's card is"
                                   " not active"
                           WHEN BORROWER-TYPE IS EQUAL TO "J"
                               DISPLAY "error: a child's card can't be"
                                   " a guardian"
                           WHEN BORROWER-GUARDIAN-ID NOT EQUAL SPACES
                               DISPLAY "error: that card is itself"
                                   " linked to a guardian"
                           WHEN OTHER
                               MOVE "Y" TO WS-GUARDIAN-OK
                       END-EVALUATE
               END-READ
           END-IF.
