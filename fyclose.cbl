      IDENTIFICATION DIVISION.
      PROGRAM-ID. FISCAL-YEAR-CLOSE.
      *> Year-end batch job for ORDER-MAINT's funds, run once the
      *> year's last invoices are in. Each fund's closing budget,
      *> encumbered, and spent figures are kept on fundhist.db, then
      *> the fund starts the new year with spent at zero, the budget
      *> the director set in budget.dat, and as its encumbrance only
      *> what its still-open orders commit -- those orders are
      *> received against the new year. A budget line for a fund not
      *> yet on file opens it. A year already on the history file has
      *> been closed, and the job refuses to close it again.
      *> FUND-COMPARISON reports the closed year against the new one
      AUTHOR. Aidan Simon.


      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUND-DATABASE *> Book-budget funds
           ASSIGN TO "./funds.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUND-CODE
           FILE STATUS IS FDS.

           SELECT ORDER-DATABASE *> Purchase orders, open and filled
           ASSIGN TO "./orders.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORDER-NUMBER
           ALTERNATE RECORD KEY IS ORDER-VENDOR-ID WITH DUPLICATES
           FILE STATUS IS ORS.

           SELECT FUND-HISTORY *> Each fund's figures at each year-end
           ASSIGN TO "./fundhist.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FHIST-KEY
           FILE STATUS IS FHS.

           SELECT BUDGET-FILE *> The director's budgets for the new year
           ASSIGN TO "./budget.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BGS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUND-DATABASE
           DATA RECORD IS FUND-RECORD.

           COPY "fundrec.cpy".

       FD  ORDER-DATABASE
           DATA RECORD IS ORDER-RECORD.

           COPY "ordrec.cpy".

       FD  FUND-HISTORY
           DATA RECORD IS FUND-HISTORY-RECORD.

           COPY "fhistrec.cpy".

       FD  BUDGET-FILE
           DATA RECORD IS BUDGET-RECORD.

      *> one line per fund; the name is only needed to open a new one
       01  BUDGET-RECORD.
           05 BUDGET-FUND-CODE  PIC X(8).
           05 BUDGET-AMOUNT     PIC 9(7)V99.
           05 BUDGET-FUND-NAME  PIC X(25).

       WORKING-STORAGE SECTION.
       01 FDS                   PIC X(2).
          88 FDS-OK                   VALUE "00".
       01 ORS                   PIC X(2).
          88 ORS-OK                   VALUE "00".
       01 FHS                   PIC X(2).
          88 FHS-OK                   VALUE "00".
          88 FHS-FILE-NOT-FOUND       VALUE "35".
       01 BGS                   PIC X(2).
          88 BGS-OK                   VALUE "00".
       01 WS-ORDER-FILE         PIC X(2) VALUE "N".
          88 ORDER-FILE-PRESENT       VALUE "Y".
       01 WS-EOF                PIC X(2) VALUE "N".
          88 EOF-REACHED              VALUE "Y".
       01 WS-CLOSE-YEAR         PIC 9(4).
       01 WS-TODAY              PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
          05 WS-TODAY-YEAR      PIC 9(4).
          05 FILLER             PIC 9(4).
       01 WS-CONFIRM            PIC X(1).
       01 WS-BAD-LINES          PIC 9(5) COMP VALUE 0.
      *> the director's budget lines, held so each fund can find its
      *> own and the lines no fund claimed can open new ones
       01 WS-BUDGET-COUNT       PIC 9(3) COMP VALUE 0.
       01 WS-BUDGET-LIMIT       PIC 9(3) COMP VALUE 200.
       01 WS-BUDGET-TABLE.
          05 WS-BUDGET-ENTRY    OCCURS 200 TIMES.
             10 WS-BE-CODE      PIC X(8).
             10 WS-BE-AMOUNT    PIC 9(7)V99.
             10 WS-BE-NAME      PIC X(25).
             10 WS-BE-USED      PIC X(1).
      *> what each fund's open orders still commit, one line per fund
      *> code the orders name
       01 WS-CARRY-COUNT        PIC 9(3) COMP VALUE 0.
       01 WS-CARRY-TABLE.
          05 WS-CARRY-ENTRY     OCCURS 200 TIMES.
             10 WS-CE-CODE      PIC X(8).
             10 WS-CE-AMOUNT    PIC 9(7)V99.
             10 WS-CE-USED      PIC X(1).
       01 WS-B                  PIC 9(3) COMP.
       01 WS-MATCH              PIC 9(3) COMP.
       01 WS-ORDER-REMAINING    PIC 9(7)V99.
       01 WS-CARRIED            PIC 9(7)V99.
       01 WS-NEW-BUDGET         PIC 9(7)V99.
       01 WS-CLOSED-COUNT       PIC 9(5) COMP VALUE 0.
       01 WS-OPENED-COUNT       PIC 9(5) COMP VALUE 0.
       01 WS-UNBUDGETED-COUNT   PIC 9(5) COMP VALUE 0.
       01 WS-AMOUNT-DISPLAY     PIC Z,ZZZ,ZZ9.99.
       01 WS-CARRY-DISPLAY      PIC Z,ZZZ,ZZ9.99.
           COPY "signon.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO SIGNON-REQUEST
           MOVE "S" TO SIGNON-NEED-ROLE
           CALL "STAFF-SIGNON" USING SIGNON-AREA
           IF NOT SIGNON-GRANTED THEN
               STOP RUN
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY "Please enter the fiscal year being closed (the"
               " year it ends in, e.g. 2026): "
           ACCEPT WS-CLOSE-YEAR
           IF WS-CLOSE-YEAR IS LESS THAN 1990
               OR WS-CLOSE-YEAR IS GREATER THAN WS-TODAY-YEAR + 1 THEN
               DISPLAY "error: not a plausible fiscal year"
               STOP RUN
           END-IF
           PERFORM OPEN-DATABASES
           PERFORM CHECK-YEAR-NOT-CLOSED
           PERFORM LOAD-BUDGET-FILE
           IF WS-BAD-LINES IS GREATER THAN 0 THEN
               DISPLAY "error: " WS-BAD-LINES " line(s) of budget.dat"
                   " are unreadable -- nothing has been changed"
               PERFORM CLOSE-DATABASES
               STOP RUN
           END-IF
           DISPLAY WS-BUDGET-COUNT " new budget(s) read from"
               " budget.dat"
           DISPLAY "Close fiscal year " WS-CLOSE-YEAR " now? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL "Y" AND WS-CONFIRM NOT EQUAL "y" THEN
               DISPLAY "Year-end close abandoned -- nothing changed"
               PERFORM CLOSE-DATABASES
               STOP RUN
           END-IF
           PERFORM TOTAL-OPEN-ORDERS
           MOVE "N" TO WS-EOF
           MOVE SPACES TO FUND-CODE
           START FUND-DATABASE KEY IS NOT LESS THAN FUND-CODE
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM CLOSE-NEXT-FUND UNTIL EOF-REACHED
           PERFORM OPEN-NEW-BUDGET-FUND
               VARYING WS-B FROM 1 BY 1
               UNTIL WS-B IS GREATER THAN WS-BUDGET-COUNT
           PERFORM WARN-ORPHAN-CARRY
               VARYING WS-B FROM 1 BY 1
               UNTIL WS-B IS GREATER THAN WS-CARRY-COUNT
           PERFORM CLOSE-DATABASES
           DISPLAY "Fiscal year " WS-CLOSE-YEAR " closed: "
               WS-CLOSED-COUNT " fund(s) rolled over, "
               WS-OPENED-COUNT " new fund(s) opened"
           IF WS-UNBUDGETED-COUNT IS GREATER THAN 0 THEN
               DISPLAY "warning: " WS-UNBUDGETED-COUNT " fund(s) had"
                   " no line in budget.dat and start the year at zero"
                   " -- set them in ORDER-MAINT"
           END-IF
           STOP RUN.

       OPEN-DATABASES.
           OPEN I-O FUND-DATABASE.
           IF NOT FDS-OK THEN
               DISPLAY "Error opening fund file"
               STOP RUN
           END-IF.
      *> with no order file there is nothing open to carry forward
           OPEN INPUT ORDER-DATABASE.
           IF ORS-OK THEN
               MOVE "Y" TO WS-ORDER-FILE
           ELSE
               MOVE "N" TO WS-ORDER-FILE
           END-IF.
      *> OPEN OUTPUT on an indexed file wipes it, so the history file
      *> is opened for update and only created fresh the first time
           OPEN I-O FUND-HISTORY.
           IF FHS-FILE-NOT-FOUND THEN
               OPEN OUTPUT FUND-HISTORY
               CLOSE FUND-HISTORY
               OPEN I-O FUND-HISTORY
           END-IF.
           IF NOT FHS-OK THEN
               DISPLAY "Error opening fund history file"
               STOP RUN
           END-IF.
           OPEN INPUT BUDGET-FILE.
           IF NOT BGS-OK THEN
               DISPLAY "error: no budget.dat -- the new year's budgets"
                   " are needed before the year can close"
               CLOSE FUND-DATABASE
               CLOSE FUND-HISTORY
               IF ORDER-FILE-PRESENT THEN
                   CLOSE ORDER-DATABASE
               END-IF
               STOP RUN
           END-IF.

       CLOSE-DATABASES.
           CLOSE FUND-DATABASE
           CLOSE FUND-HISTORY
           CLOSE BUDGET-FILE
           IF ORDER-FILE-PRESENT THEN
               CLOSE ORDER-DATABASE
           END-IF.

       CHECK-YEAR-NOT-CLOSED.
      *> a year's history records sort together at the front of its
      *> key range, so any record there means the year is done
           MOVE WS-CLOSE-YEAR TO FHIST-YEAR
           MOVE SPACES TO FHIST-FUND-CODE
           START FUND-HISTORY KEY IS NOT LESS THAN FHIST-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ FUND-HISTORY NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FHIST-YEAR IS EQUAL TO WS-CLOSE-YEAR THEN
                               DISPLAY "error: fiscal year "
                                   WS-CLOSE-YEAR " was already closed"
                                   " on " FHIST-CLOSED-DATE " by "
                                   FUNCTION TRIM(FHIST-OPERATOR)
                               PERFORM CLOSE-DATABASES
                               STOP RUN
                           END-IF
                   END-READ
           END-START.

       LOAD-BUDGET-FILE.
           MOVE "N" TO WS-EOF
           PERFORM LOAD-NEXT-BUDGET-LINE UNTIL EOF-REACHED.

       LOAD-NEXT-BUDGET-LINE.
           READ BUDGET-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF BUDGET-FUND-CODE IS EQUAL TO SPACES
                       OR BUDGET-AMOUNT IS NOT NUMERIC THEN
                       DISPLAY "error: unreadable budget line for fund '"
                           BUDGET-FUND-CODE "'"
                       ADD 1 TO WS-BAD-LINES
                   ELSE
                       IF WS-BUDGET-COUNT IS NOT LESS THAN
                           WS-BUDGET-LIMIT THEN
                           DISPLAY "error: more than " WS-BUDGET-LIMIT
                               " budget lines"
                           ADD 1 TO WS-BAD-LINES
                       ELSE
                           ADD 1 TO WS-BUDGET-COUNT
                           MOVE BUDGET-FUND-CODE
                               TO WS-BE-CODE(WS-BUDGET-COUNT)
                           MOVE BUDGET-AMOUNT
                               TO WS-BE-AMOUNT(WS-BUDGET-COUNT)
                           MOVE BUDGET-FUND-NAME
                               TO WS-BE-NAME(WS-BUDGET-COUNT)
                           MOVE "N" TO WS-BE-USED(WS-BUDGET-COUNT)
                       END-IF
                   END-IF
           END-READ.

       TOTAL-OPEN-ORDERS.
      *> an open order still commits the copies not yet received,
      *> at the price it was encumbered at
           IF ORDER-FILE-PRESENT THEN
               MOVE "N" TO WS-EOF
               MOVE 0 TO ORDER-NUMBER
               START ORDER-DATABASE KEY IS NOT LESS THAN ORDER-NUMBER
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
               PERFORM TOTAL-NEXT-OPEN-ORDER UNTIL EOF-REACHED
           END-IF.

       TOTAL-NEXT-OPEN-ORDER.
           READ ORDER-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF ORDER-STATUS IS EQUAL TO "O" THEN
                       COMPUTE WS-ORDER-REMAINING =
                           (ORDER-COPIES - ORDER-RECEIVED-COPIES)
                               * ORDER-UNIT-PRICE
                       PERFORM ADD-TO-CARRY-TABLE
                   END-IF
           END-READ.

       ADD-TO-CARRY-TABLE.
           MOVE 0 TO WS-MATCH
           PERFORM MATCH-CARRY-ENTRY
               VARYING WS-B FROM 1 BY 1
               UNTIL WS-B IS GREATER THAN WS-CARRY-COUNT
           IF WS-MATCH IS EQUAL TO 0 THEN
               IF WS-CARRY-COUNT IS LESS THAN 200 THEN
                   ADD 1 TO WS-CARRY-COUNT
                   MOVE WS-CARRY-COUNT TO WS-MATCH
                   MOVE ORDER-FUND-CODE TO WS-CE-CODE(WS-MATCH)
                   MOVE 0 TO WS-CE-AMOUNT(WS-MATCH)
                   MOVE "N" TO WS-CE-USED(WS-MATCH)
               ELSE
                   DISPLAY "warning: order " ORDER-NUMBER " not"
                       " carried -- too many funds"
               END-IF
           END-IF
           IF WS-MATCH IS GREATER THAN 0 THEN
               ADD WS-ORDER-REMAINING TO WS-CE-AMOUNT(WS-MATCH)
           END-IF.

       MATCH-CARRY-ENTRY.
           IF WS-CE-CODE(WS-B) IS EQUAL TO ORDER-FUND-CODE THEN
               MOVE WS-B TO WS-MATCH
           END-IF.

       CLOSE-NEXT-FUND.
           READ FUND-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM CLOSE-ONE-FUND
           END-READ.

       CLOSE-ONE-FUND.
           MOVE 0 TO WS-CARRIED
           MOVE 0 TO WS-MATCH
           PERFORM MATCH-FUND-CARRY
               VARYING WS-B FROM 1 BY 1
               UNTIL WS-B IS GREATER THAN WS-CARRY-COUNT
           IF WS-MATCH IS GREATER THAN 0 THEN
               MOVE WS-CE-AMOUNT(WS-MATCH) TO WS-CARRIED
               MOVE "Y" TO WS-CE-USED(WS-MATCH)
           END-IF
           MOVE WS-CLOSE-YEAR    TO FHIST-YEAR
           MOVE FUND-CODE        TO FHIST-FUND-CODE
           MOVE FUND-NAME        TO FHIST-FUND-NAME
           MOVE FUND-BUDGET      TO FHIST-BUDGET
           MOVE FUND-ENCUMBERED  TO FHIST-ENCUMBERED
           MOVE FUND-SPENT       TO FHIST-SPENT
           MOVE WS-CARRIED       TO FHIST-CARRIED
           MOVE WS-TODAY         TO FHIST-CLOSED-DATE
           MOVE SIGNON-OPERATOR  TO FHIST-OPERATOR
           WRITE FUND-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "error: unable to keep the history for fund "
                       FUNCTION TRIM(FUND-CODE) " -- left as it was"
               NOT INVALID KEY
                   PERFORM ROLL-FUND-OVER
           END-WRITE.

       MATCH-FUND-CARRY.
           IF WS-CE-CODE(WS-B) IS EQUAL TO FUND-CODE THEN
               MOVE WS-B TO WS-MATCH
           END-IF.

       ROLL-FUND-OVER.
      *> a fund the director left out of budget.dat keeps running on
      *> zero until someone sets it -- better than last year's figure
      *> quietly rolling on
           MOVE 0 TO WS-MATCH
           PERFORM MATCH-FUND-BUDGET
               VARYING WS-B FROM 1 BY 1
               UNTIL WS-B IS GREATER THAN WS-BUDGET-COUNT
           IF WS-MATCH IS GREATER THAN 0 THEN
               MOVE WS-BE-AMOUNT(WS-MATCH) TO WS-NEW-BUDGET
               MOVE "Y" TO WS-BE-USED(WS-MATCH)
           ELSE
               MOVE 0 TO WS-NEW-BUDGET
               ADD 1 TO WS-UNBUDGETED-COUNT
           END-IF
           MOVE WS-NEW-BUDGET TO FUND-BUDGET
           MOVE WS-CARRIED TO FUND-ENCUMBERED
           MOVE 0 TO FUND-SPENT
           REWRITE FUND-RECORD
               INVALID KEY
                   DISPLAY "error: unable to roll fund "
                       FUNCTION TRIM(FUND-CODE) " over"
               NOT INVALID KEY
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE FUND-BUDGET TO WS-AMOUNT-DISPLAY
                   MOVE WS-CARRIED TO WS-CARRY-DISPLAY
                   DISPLAY "fund " FUNCTION TRIM(FUND-CODE)
                       " new budget " WS-AMOUNT-DISPLAY
                       " carried forward " WS-CARRY-DISPLAY
           END-REWRITE.

       MATCH-FUND-BUDGET.
           IF WS-BE-CODE(WS-B) IS EQUAL TO FUND-CODE THEN
               MOVE WS-B TO WS-MATCH
           END-IF.

       OPEN-NEW-BUDGET-FUND.
           IF WS-BE-USED(WS-B) IS EQUAL TO "N" THEN
               MOVE WS-BE-CODE(WS-B) TO FUND-CODE
               IF WS-BE-NAME(WS-B) IS EQUAL TO SPACES THEN
                   MOVE WS-BE-CODE(WS-B) TO FUND-NAME
               ELSE
                   MOVE WS-BE-NAME(WS-B) TO FUND-NAME
               END-IF
               MOVE WS-BE-AMOUNT(WS-B) TO FUND-BUDGET
               MOVE 0 TO FUND-ENCUMBERED
               MOVE 0 TO FUND-SPENT
               WRITE FUND-RECORD
                   INVALID KEY
                       DISPLAY "error: unable to open new fund "
                           FUNCTION TRIM(FUND-CODE)
                   NOT INVALID KEY
                       ADD 1 TO WS-OPENED-COUNT
                       MOVE FUND-BUDGET TO WS-AMOUNT-DISPLAY
                       DISPLAY "fund " FUNCTION TRIM(FUND-CODE)
                           " opened with budget " WS-AMOUNT-DISPLAY
               END-WRITE
           END-IF.

       WARN-ORPHAN-CARRY.
      *> orders against a fund that is no longer on file can't carry
      *> anywhere -- ORDER-MAINT already warns of these on receipt
           IF WS-CE-USED(WS-B) IS EQUAL TO "N" THEN
               MOVE WS-CE-AMOUNT(WS-B) TO WS-CARRY-DISPLAY
               DISPLAY "warning: open orders commit " WS-CARRY-DISPLAY
                   " against fund " FUNCTION TRIM(WS-CE-CODE(WS-B))
                   ", which is not on file"
           END-IF.
