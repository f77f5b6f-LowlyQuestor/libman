      *> anonymous ID, so CIRCULATION-STATS still counts the
      *> circulation but nothing ties it to a person any more.
      *> Borrowers the run may not purge come out on an exception
      *> list the desk can work -- including a guardian whose
      *> household still has children's cards linked to them
      AUTHOR. Aidan Simon.


             10 WS-BK-DATE      PIC 9(8).
             10 WS-BK-BORROWER  PIC X(10).
       01 WS-B                  PIC 9(3) COMP.
      *> every card some child's card is linked to, gathered before
      *> the review starts -- the review is itself a pass down the
      *> master file, so it can't stop to look for children
       01 WS-GUARDIAN-COUNT     PIC 9(4) COMP VALUE 0.
       01 WS-GUARDIAN-LIMIT     PIC 9(4) COMP VALUE 1000.
       01 WS-GUARDIAN-TABLE.
          05 WS-GUARDIAN-ENTRY  OCCURS 1000 TIMES.
             10 WS-GE-ID        PIC X(10).
             10 WS-GE-CHILDREN  PIC 9(3) COMP.
       01 WS-G                  PIC 9(4) COMP.
       01 WS-I                  PIC 9(4) COMP.
       01 WS-CHILD-COUNT        PIC 9(3) COMP.
           COPY "signon.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO SIGNON-REQUEST
           MOVE "S" TO SIGNON-NEED-ROLE
           CALL "STAFF-SIGNON" USING SIGNON-AREA
           IF NOT SIGNON-GRANTED THEN
               STOP RUN
           END-IF
           DISPLAY "Purge borrowers inactive for more than how many"
               " days? "
           ACCEPT WS-RETENTION-DAYS
           PERFORM OPEN-DATABASES
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM READ-ANON-CONTROL
           PERFORM LOAD-GUARDIAN-TABLE
           MOVE 0 TO BORROWER-ID
           START BORROWER-DATABASE KEY IS NOT LESS THAN BORROWER-ID
               INVALID KEY
           WRITE ANON-CONTROL-RECORD
           CLOSE ANON-CONTROL.

       LOAD-GUARDIAN-TABLE.
           MOVE 0 TO WS-GUARDIAN-COUNT
           MOVE 0 TO BORROWER-ID
           START BORROWER-DATABASE KEY IS NOT LESS THAN BORROWER-ID
               INVALID KEY
                   MOVE "Y" TO WS-BOR-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-BOR-EOF
           END-START
           PERFORM LOAD-NEXT-GUARDIAN-LINK UNTIL BOR-EOF-REACHED.

       LOAD-NEXT-GUARDIAN-LINK.
           READ BORROWER-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BOR-EOF
               NOT AT END
                   IF BORROWER-GUARDIAN-ID NOT EQUAL SPACES THEN
                       PERFORM ADD-GUARDIAN-LINK
                   END-IF
           END-READ.

       ADD-GUARDIAN-LINK.
           MOVE 0 TO WS-G
           PERFORM MATCH-GUARDIAN-ENTRY
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I IS GREATER THAN WS-GUARDIAN-COUNT
                   OR WS-G IS GREATER THAN 0
           IF WS-G IS GREATER THAN 0 THEN
               ADD 1 TO WS-GE-CHILDREN(WS-G)
           ELSE
      *> a full table can't be allowed to let a guardian slip through
      *> to the purge, so the run stops rather than guess
               IF WS-GUARDIAN-COUNT IS NOT LESS THAN
                   WS-GUARDIAN-LIMIT THEN
                   DISPLAY "error: more than " WS-GUARDIAN-LIMIT
                       " guardians on file -- nothing was purged"
                   STOP RUN
               END-IF
               ADD 1 TO WS-GUARDIAN-COUNT
               MOVE BORROWER-GUARDIAN-ID
                   TO WS-GE-ID(WS-GUARDIAN-COUNT)
               MOVE 1 TO WS-GE-CHILDREN(WS-GUARDIAN-COUNT)
           END-IF.

       MATCH-GUARDIAN-ENTRY.
           IF WS-GE-ID(WS-I) IS EQUAL TO BORROWER-GUARDIAN-ID THEN
               MOVE WS-I TO WS-G
           END-IF.

       COUNT-LINKED-CHILDREN.
           MOVE 0 TO WS-CHILD-COUNT
           PERFORM MATCH-LINKED-CHILDREN
               VARYING WS-G FROM 1 BY 1
               UNTIL WS-G IS GREATER THAN WS-GUARDIAN-COUNT.

       MATCH-LINKED-CHILDREN.
           IF WS-GE-ID(WS-G) IS EQUAL TO WS-WORK-BORROWER THEN
               MOVE WS-GE-CHILDREN(WS-G) TO WS-CHILD-COUNT
           END-IF.

       REVIEW-NEXT-BORROWER.
           READ BORROWER-DATABASE NEXT RECORD
               AT END
           ELSE
               PERFORM COUNT-PENDING-HOLDS
               PERFORM COMPUTE-FINE-BALANCE
               PERFORM COUNT-LINKED-CHILDREN
               EVALUATE TRUE
                   WHEN WS-OPEN-LOANS IS GREATER THAN 0
                       PERFORM WRITE-EXCEPTION-OPEN-LOANS
                       PERFORM WRITE-EXCEPTION-HOLDS
                   WHEN WS-BALANCE NOT EQUAL 0
                       PERFORM WRITE-EXCEPTION-BALANCE
                   WHEN WS-CHILD-COUNT IS GREATER THAN 0
                       PERFORM WRITE-EXCEPTION-GUARDIAN
                   WHEN OTHER
                       PERFORM PURGE-THE-BORROWER
               END-EVALUATE
               NOT AT END
                   IF HOLD-BORROWER-ID IS EQUAL TO WS-WORK-BORROWER
                       AND (HOLD-STATUS IS EQUAL TO "W"
                           OR HOLD-STATUS IS EQUAL TO "T"
                           OR HOLD-STATUS IS EQUAL TO "R") THEN
                       ADD 1 TO WS-PENDING-HOLDS
                   END-IF
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

       WRITE-EXCEPTION-GUARDIAN.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO EXCEPTION-LINE
           MOVE WS-CHILD-COUNT TO WS-COUNT-DISPLAY
           STRING FUNCTION TRIM(WS-WORK-BORROWER) " "
               FUNCTION TRIM(BORROWER-NAME)
               " -- blocked: guardian of " WS-COUNT-DISPLAY
               " linked child card(s)"
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

       PURGE-THE-BORROWER.
           PERFORM ASSIGN-ANON-ID
           PERFORM ANONYMIZE-LIVE-LOANS
