      *> losing account's records in loans.db, loanhist.db, holds.db,
      *> and fines.db to the surviving ID, closes the old master with
      *> status M, and logs the merge -- the hour of manual record
      *> surgery becomes one menu option. Household links follow the
      *> merge: children's cards linked to the losing account are
      *> linked to the survivor instead, and the old card's claims-
      *> returned count is added to the survivor's
      AUTHOR. Aidan Simon.


       01 WS-LOSER-ID           PIC X(10).
       01 WS-SURVIVOR-OK        PIC X(2) VALUE "N".
          88 SURVIVOR-IS-VALID        VALUE "Y".
       01 WS-SURVIVOR-TYPE      PIC X(1).
       01 WS-SURVIVOR-GUARDIAN  PIC X(10).
       01 WS-LOSER-GUARDIAN     PIC X(10).
       01 WS-LOSER-CLAIMS       PIC 9(3).
       01 WS-CHILD-COUNT        PIC 9(5) COMP VALUE 0.
       01 WS-MOVED-CHILDREN     PIC 9(5) COMP VALUE 0.
       01 WS-MOVED-LOANS        PIC 9(5) COMP VALUE 0.
       01 WS-MOVED-HIST         PIC 9(5) COMP VALUE 0.
       01 WS-MOVED-HOLDS        PIC 9(5) COMP VALUE 0.
       01 WS-PASS-START         PIC 9(5) COMP.
       01 WS-PASS-STALLED       PIC X(2) VALUE "N".
          88 PASS-MADE-NO-PROGRESS    VALUE "Y".
           COPY "signon.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *> second CALL from the menu driver would still see the prior
      *> run's exit value and skip the options loop entirely
           MOVE 0 TO WS-OPTION
           MOVE "S" TO SIGNON-REQUEST
           MOVE "S" TO SIGNON-NEED-ROLE
           CALL "STAFF-SIGNON" USING SIGNON-AREA
           IF NOT SIGNON-GRANTED THEN
               GOBACK
           END-IF
           PERFORM OPEN-DATABASES
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM DISPLAY-OPTIONS
                           " by a merge"
                   ELSE
                       MOVE "Y" TO WS-SURVIVOR-OK
                       MOVE BORROWER-TYPE TO WS-SURVIVOR-TYPE
                       MOVE BORROWER-GUARDIAN-ID
                           TO WS-SURVIVOR-GUARDIAN
                   END-IF
           END-READ
           IF SURVIVOR-IS-VALID THEN
                       DISPLAY "error: that borrower ID is not"
                           " registered"
                   NOT INVALID KEY
                       MOVE BORROWER-GUARDIAN-ID TO WS-LOSER-GUARDIAN
                       MOVE BORROWER-CLAIM-COUNT TO WS-LOSER-CLAIMS
                       PERFORM COUNT-LOSER-CHILDREN
      *> a guardian's children can't be handed to a child's card --
      *> households are one level deep
                       IF WS-CHILD-COUNT IS GREATER THAN 0
                           AND (WS-SURVIVOR-TYPE IS EQUAL TO "J"
                               OR WS-SURVIVOR-GUARDIAN
                                   NOT EQUAL SPACES) THEN
                           DISPLAY "error: " FUNCTION TRIM(WS-LOSER-ID)
                               " is the guardian of " WS-CHILD-COUNT
                               " child card(s), and "
                               FUNCTION TRIM(WS-SURVIVOR-ID)
                               " is a child's card -- it can't take"
                               " them over"
                       ELSE
                           PERFORM RUN-THE-MERGE
                       END-IF
               END-READ
           END-IF.

       COUNT-LOSER-CHILDREN.
      *> the master file has no index on the guardian link, so this is
      *> a full pass
           MOVE 0 TO WS-CHILD-COUNT
           MOVE "N" TO WS-BOR-EOF
           MOVE SPACES TO BORROWER-ID
           START BORROWER-DATABASE KEY IS NOT LESS THAN BORROWER-ID
               INVALID KEY
                   MOVE "Y" TO WS-BOR-EOF
           END-START
           PERFORM COUNT-NEXT-LOSER-CHILD UNTIL BOR-EOF-REACHED.

       COUNT-NEXT-LOSER-CHILD.
           READ BORROWER-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BOR-EOF
               NOT AT END
                   IF BORROWER-GUARDIAN-ID IS EQUAL TO WS-LOSER-ID THEN
                       ADD 1 TO WS-CHILD-COUNT
                   END-IF
           END-READ.

       RUN-THE-MERGE.
           MOVE 0 TO WS-MOVED-LOANS
           MOVE 0 TO WS-MOVED-HIST
               PERFORM REKEY-FINES
           END-IF
           PERFORM CLOSE-LOSING-MASTER
           PERFORM MOVE-HOUSEHOLD-LINKS
           PERFORM CARRY-CLAIM-COUNT
           PERFORM LOG-THE-MERGE
           DISPLAY "Merge complete: " WS-MOVED-LOANS " loan(s), "
               WS-MOVED-HIST " archived loan(s), "
                       " mid-merge"
               NOT INVALID KEY
                   MOVE "M" TO BORROWER-STATUS
      *> a closed card no longer belongs to anyone's household
                   MOVE SPACES TO BORROWER-GUARDIAN-ID
                   REWRITE BORROWER-RECORD
                       INVALID KEY
                           DISPLAY "error: unable to close the old"
                   END-REWRITE
           END-READ.

       MOVE-HOUSEHOLD-LINKS.
      *> the losing account's children now answer to the survivor,
      *> and a child's card merged away passes its guardian on to a
      *> survivor that has none -- unless that guardian is the
      *> survivor itself
           MOVE 0 TO WS-MOVED-CHILDREN
           IF WS-CHILD-COUNT IS GREATER THAN 0 THEN
               MOVE "N" TO WS-BOR-EOF
               MOVE SPACES TO BORROWER-ID
               START BORROWER-DATABASE KEY IS NOT LESS THAN BORROWER-ID
                   INVALID KEY
                       MOVE "Y" TO WS-BOR-EOF
               END-START
               PERFORM RELINK-NEXT-CHILD UNTIL BOR-EOF-REACHED
               DISPLAY WS-MOVED-CHILDREN " child card(s) relinked to "
                   FUNCTION TRIM(WS-SURVIVOR-ID)
           END-IF
           IF WS-LOSER-GUARDIAN NOT EQUAL SPACES
               AND WS-LOSER-GUARDIAN NOT EQUAL WS-SURVIVOR-ID THEN
               IF WS-SURVIVOR-GUARDIAN NOT EQUAL SPACES THEN
                   IF WS-SURVIVOR-GUARDIAN NOT EQUAL
                       WS-LOSER-GUARDIAN THEN
                       DISPLAY "warning: the two cards were linked to"
                           " different guardians -- "
                           FUNCTION TRIM(WS-SURVIVOR-ID) " keeps "
                           FUNCTION TRIM(WS-SURVIVOR-GUARDIAN)
                   END-IF
               ELSE
                   PERFORM PASS-ON-GUARDIAN
               END-IF
           END-IF.

       RELINK-NEXT-CHILD.
           READ BORROWER-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BOR-EOF
               NOT AT END
                   IF BORROWER-GUARDIAN-ID IS EQUAL TO WS-LOSER-ID THEN
                       IF BORROWER-ID IS EQUAL TO WS-SURVIVOR-ID THEN
                           MOVE SPACES TO BORROWER-GUARDIAN-ID
                       ELSE
                           MOVE WS-SURVIVOR-ID TO BORROWER-GUARDIAN-ID
                       END-IF
                       REWRITE BORROWER-RECORD
                           INVALID KEY
                               DISPLAY "error: unable to relink "
                                   FUNCTION TRIM(BORROWER-ID)
                           NOT INVALID KEY
                               ADD 1 TO WS-MOVED-CHILDREN
                       END-REWRITE
                   END-IF
           END-READ.

       CARRY-CLAIM-COUNT.
      *> the claims made under the old card count against the patron,
      *> not the card -- otherwise a fresh ID wipes the slate
           IF WS-LOSER-CLAIMS IS GREATER THAN 0 THEN
               MOVE WS-SURVIVOR-ID TO BORROWER-ID
               READ BORROWER-DATABASE RECORD
                   KEY IS BORROWER-ID
                   INVALID KEY
                       DISPLAY "error: the surviving master vanished"
                           " mid-merge"
                   NOT INVALID KEY
                       IF BORROWER-CLAIM-COUNT + WS-LOSER-CLAIMS
                           IS GREATER THAN 999 THEN
                           MOVE 999 TO BORROWER-CLAIM-COUNT
                       ELSE
                           ADD WS-LOSER-CLAIMS TO BORROWER-CLAIM-COUNT
                       END-IF
                       REWRITE BORROWER-RECORD
                           INVALID KEY
                               DISPLAY "error: unable to carry the"
                                   " claims count over"
                       END-REWRITE
               END-READ
           END-IF.

       PASS-ON-GUARDIAN.
           MOVE WS-SURVIVOR-ID TO BORROWER-ID
           READ BORROWER-DATABASE RECORD
               KEY IS BORROWER-ID
               INVALID KEY
                   DISPLAY "error: the surviving master vanished"
                       " mid-merge"
               NOT INVALID KEY
                   IF BORROWER-TYPE IS EQUAL TO "J" THEN
                       MOVE WS-LOSER-GUARDIAN TO BORROWER-GUARDIAN-ID
                       REWRITE BORROWER-RECORD
                           INVALID KEY
                               DISPLAY "error: unable to link the"
                                   " surviving card to its guardian"
                           NOT INVALID KEY
                               DISPLAY FUNCTION TRIM(WS-SURVIVOR-ID)
                                   " is now linked to guardian "
                                   FUNCTION TRIM(WS-LOSER-GUARDIAN)
                       END-REWRITE
                   END-IF
           END-READ.

       LOG-THE-MERGE.
           OPEN EXTEND MERGE-LOG
           IF NOT MLS-OK THEN
