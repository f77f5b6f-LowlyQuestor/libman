      IDENTIFICATION DIVISION.
      PROGRAM-ID. GL-JOURNAL-EXPORT.
      *> Month-end batch job: builds the journal the city finance
      *> system loads, so nobody retypes the Z reports and fund
      *> listings. For the chosen month it posts, from the fines
      *> ledger, the fines and replacement charges assessed (and
      *> replacement charges reversed), the money taken at the desk
      *> split by tender, refunds paid out, and waivers as a line of
      *> their own, all against the patrons-owe account; and from the
      *> payment vouchers INVOICE-MAINT wrote, acquisitions spending
      *> by fund against accounts payable. Every line carries the
      *> ledger account GL-ACCOUNT-MAINT maps it to. The journal is
      *> only written when every line is mapped and the debits equal
      *> the credits; gl_journal.dat gets a header, the lines, and a
      *> trailer of control totals, and the month goes on
      *> glhist.dat so it can never be exported twice
      AUTHOR. Aidan Simon.


      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINE-DATABASE *> Ledger of fines, payments, and waivers
           ASSIGN TO "./fines.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FINE-KEY
           FILE STATUS IS FNS.

           SELECT GLMAP-DATABASE *> City ledger account for each source
           ASSIGN TO "./glmap.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLMAP-KEY
           FILE STATUS IS GMS.

           SELECT VOUCHER-FILE *> Payment vouchers for accounts payable
           ASSIGN TO "./vouchers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VCS.

           SELECT JOURNAL-FILE *> The journal for the city ledger
           ASSIGN TO "./gl_journal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JNS.

           SELECT EXPORT-HISTORY *> One line per month already exported
           ASSIGN TO "./glhist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GHS.

       DATA DIVISION.
       FILE SECTION.
       FD  FINE-DATABASE
           DATA RECORD IS FINE-RECORD.

           COPY "finerec.cpy".

       FD  GLMAP-DATABASE
           DATA RECORD IS GLMAP-RECORD.

           COPY "glmaprec.cpy".

       FD  VOUCHER-FILE
           DATA RECORD IS VOUCHER-RECORD.

           COPY "vchrec.cpy".

       FD  JOURNAL-FILE
           DATA RECORD IS JOURNAL-LINE.
       01  JOURNAL-LINE             PIC X(100).

       FD  EXPORT-HISTORY
           DATA RECORD IS EXPORT-HISTORY-RECORD.
       01  EXPORT-HISTORY-RECORD.
           05 GLH-PERIOD        PIC 9(6).
           05 FILLER            PIC X(1).
           05 GLH-RUN-DATE      PIC 9(8).
           05 FILLER            PIC X(1).
           05 GLH-OPERATOR      PIC X(10).
           05 FILLER            PIC X(1).
           05 GLH-LINE-COUNT    PIC 9(5).
           05 FILLER            PIC X(1).
           05 GLH-DEBIT-TOTAL   PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 FNS                   PIC X(2).
          88 FNS-OK                   VALUE "00".
       01 GMS                   PIC X(2).
          88 GMS-OK                   VALUE "00".
       01 VCS                   PIC X(2).
          88 VCS-OK                   VALUE "00".
       01 JNS                   PIC X(2).
          88 JNS-OK                   VALUE "00".
       01 GHS                   PIC X(2).
          88 GHS-OK                   VALUE "00".
          88 GHS-FILE-NOT-FOUND       VALUE "35".
       01 WS-EOF                PIC X(2) VALUE "N".
          88 EOF-REACHED              VALUE "Y".
       01 WS-TODAY              PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
          05 WS-TODAY-MONTH     PIC 9(6).
          05 FILLER             PIC 9(2).
       01 WS-PERIOD             PIC 9(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
          05 WS-PERIOD-YEAR     PIC 9(4).
          05 WS-PERIOD-MM       PIC 9(2).
       01 WS-PERIOD-START       PIC 9(8).
       01 WS-PERIOD-END         PIC 9(8).
      *> the journal is built here in full before a line of it is
      *> written, so a month that won't balance leaves nothing behind.
      *> An amount is kept signed, debits positive and credits
      *> negative
       01 WS-JOURNAL-COUNT      PIC 9(3) COMP VALUE 0.
       01 WS-JOURNAL-LIMIT      PIC 9(3) COMP VALUE 150.
       01 WS-JOURNAL-OVERFLOW   PIC X(2) VALUE "N".
          88 JOURNAL-IS-FULL          VALUE "Y".
       01 WS-JOURNAL-TABLE.
          05 WS-JOURNAL-ENTRY   OCCURS 150 TIMES.
             10 WS-JL-SOURCE    PIC X(4).
             10 WS-JL-CODE      PIC X(8).
             10 WS-JL-TAG       PIC X(1).
             10 WS-JL-DESC      PIC X(30).
             10 WS-JL-ACCOUNT   PIC X(20).
             10 WS-JL-AMOUNT    PIC S9(9)V99.
      *> the line being added to
       01 WS-NEW-SOURCE         PIC X(4).
       01 WS-NEW-CODE           PIC X(8).
       01 WS-NEW-TAG            PIC X(1).
       01 WS-NEW-DESC           PIC X(30).
       01 WS-NEW-AMOUNT         PIC S9(9)V99.
       01 WS-J                  PIC 9(3) COMP.
       01 WS-MATCH              PIC 9(3) COMP.
       01 WS-UNMAPPED           PIC 9(5) COMP VALUE 0.
       01 WS-FINES-READ         PIC 9(7) COMP VALUE 0.
       01 WS-FINES-USED         PIC 9(7) COMP VALUE 0.
       01 WS-VOUCHERS-READ      PIC 9(7) COMP VALUE 0.
       01 WS-VOUCHERS-USED      PIC 9(7) COMP VALUE 0.
       01 WS-LINES-WRITTEN      PIC 9(5) COMP VALUE 0.
       01 WS-DEBIT-TOTAL        PIC 9(9)V99 VALUE 0.
       01 WS-CREDIT-TOTAL       PIC 9(9)V99 VALUE 0.
       01 WS-DEBIT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CREDIT-DISPLAY     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-DISPLAY      PIC ZZZZZZ9.
       01 WS-JOURNAL-HEADER.
          05 FILLER             PIC X(1) VALUE "H".
          05 WS-JH-PERIOD       PIC 9(6).
          05 WS-JH-RUN-DATE     PIC 9(8).
          05 WS-JH-SOURCE       PIC X(10) VALUE "LIBRARY".
          05 WS-JH-OPERATOR     PIC X(10).
       01 WS-JOURNAL-DETAIL.
          05 FILLER             PIC X(1) VALUE "D".
          05 WS-JD-PERIOD       PIC 9(6).
          05 WS-JD-LINE-NO      PIC 9(5).
          05 WS-JD-ACCOUNT      PIC X(20).
          05 WS-JD-SIDE         PIC X(1).
          05 WS-JD-AMOUNT       PIC 9(9)V99.
          05 WS-JD-DESC         PIC X(30).
       01 WS-JOURNAL-TRAILER.
          05 FILLER             PIC X(1) VALUE "T".
          05 WS-JT-PERIOD       PIC 9(6).
          05 WS-JT-LINE-COUNT   PIC 9(5).
          05 WS-JT-DEBIT-TOTAL  PIC 9(9)V99.
          05 WS-JT-CREDIT-TOTAL PIC 9(9)V99.
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
           DISPLAY "Please enter the month to export (YYYYMM): "
           ACCEPT WS-PERIOD
           IF WS-PERIOD-MM IS LESS THAN 1
               OR WS-PERIOD-MM IS GREATER THAN 12 THEN
               DISPLAY "error: not a valid month"
               STOP RUN
           END-IF
      *> a month still under way would go out short, and could never
      *> be sent again to make it up
           IF WS-PERIOD IS NOT LESS THAN WS-TODAY-MONTH THEN
               DISPLAY "error: month " WS-PERIOD " is not over yet"
               STOP RUN
           END-IF
           COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1
           COMPUTE WS-PERIOD-END = WS-PERIOD * 100 + 31
           PERFORM CHECK-PERIOD-NOT-EXPORTED
           PERFORM OPEN-DATABASES
           PERFORM GATHER-FINE-ENTRIES
           PERFORM GATHER-VOUCHERS
           PERFORM MAP-JOURNAL-LINE
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J IS GREATER THAN WS-JOURNAL-COUNT
           CLOSE FINE-DATABASE
           CLOSE GLMAP-DATABASE
           PERFORM SHOW-CONTROL-COUNTS
           EVALUATE TRUE
               WHEN JOURNAL-IS-FULL
                   DISPLAY "error: more than " WS-JOURNAL-LIMIT
                       " journal lines -- nothing exported"
               WHEN WS-JOURNAL-COUNT IS EQUAL TO 0
                   DISPLAY "Nothing to post for " WS-PERIOD
                       " -- nothing exported"
               WHEN WS-UNMAPPED IS GREATER THAN 0
                   DISPLAY "error: " WS-UNMAPPED " line(s) have no"
                       " ledger account -- map them in GL-ACCOUNT-MAINT;"
                       " nothing exported"
               WHEN WS-DEBIT-TOTAL NOT EQUAL WS-CREDIT-TOTAL
                   DISPLAY "error: the journal does not balance --"
                       " nothing exported"
               WHEN OTHER
                   PERFORM WRITE-JOURNAL
           END-EVALUATE
           STOP RUN.

       CHECK-PERIOD-NOT-EXPORTED.
           OPEN INPUT EXPORT-HISTORY
           IF GHS-OK THEN
               MOVE "N" TO WS-EOF
               PERFORM CHECK-NEXT-EXPORT UNTIL EOF-REACHED
               CLOSE EXPORT-HISTORY
           END-IF.

       CHECK-NEXT-EXPORT.
           READ EXPORT-HISTORY
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF GLH-PERIOD IS EQUAL TO WS-PERIOD THEN
                       DISPLAY "error: month " WS-PERIOD " was already"
                           " exported on " GLH-RUN-DATE " by "
                           FUNCTION TRIM(GLH-OPERATOR)
                       CLOSE EXPORT-HISTORY
                       STOP RUN
                   END-IF
           END-READ.

       OPEN-DATABASES.
           OPEN INPUT FINE-DATABASE.
           IF NOT FNS-OK THEN
               DISPLAY "Error opening fines file"
               STOP RUN
           END-IF.
           OPEN INPUT GLMAP-DATABASE.
           IF NOT GMS-OK THEN
               DISPLAY "error: no account mapping file -- set the"
                   " accounts up with GL-ACCOUNT-MAINT first"
               CLOSE FINE-DATABASE
               STOP RUN
           END-IF.

       GATHER-FINE-ENTRIES.
           MOVE "N" TO WS-EOF
           PERFORM GATHER-NEXT-FINE UNTIL EOF-REACHED.

       GATHER-NEXT-FINE.
           READ FINE-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FINES-READ
                   IF FINE-DATE IS NOT LESS THAN WS-PERIOD-START
                       AND FINE-DATE IS NOT GREATER THAN WS-PERIOD-END
                       AND FINE-AMOUNT NOT EQUAL 0 THEN
                       ADD 1 TO WS-FINES-USED
                       PERFORM POST-FINE-ENTRY
                   END-IF
           END-READ.

       POST-FINE-ENTRY.
      *> every ledger entry moves what patrons owe by its own amount
      *> -- assessments up, payments and waivers down -- and is
      *> matched on the other side by revenue, the drawer, or the
      *> write-off. Each kind gets its own patrons-owe line so the
      *> journal reads the way the Z report does
           MOVE "RECV" TO WS-NEW-SOURCE
           MOVE SPACES TO WS-NEW-CODE
           MOVE FINE-TYPE TO WS-NEW-TAG
           MOVE FINE-AMOUNT TO WS-NEW-AMOUNT
           EVALUATE FINE-TYPE
               WHEN "F"
                   MOVE "Patrons owe -- fines assessed" TO WS-NEW-DESC
               WHEN "R"
                   MOVE "Patrons owe -- replacements" TO WS-NEW-DESC
               WHEN "C"
                   MOVE "Patrons owe -- reversals" TO WS-NEW-DESC
               WHEN "P"
                   MOVE "Patrons owe -- payments" TO WS-NEW-DESC
               WHEN "W"
                   MOVE "Patrons owe -- waivers" TO WS-NEW-DESC
               WHEN OTHER
                   MOVE "Patrons owe -- refunds" TO WS-NEW-DESC
           END-EVALUATE
           PERFORM ADD-JOURNAL-AMOUNT
           MOVE SPACES TO WS-NEW-CODE
           MOVE SPACE TO WS-NEW-TAG
           COMPUTE WS-NEW-AMOUNT = 0 - FINE-AMOUNT
           EVALUATE FINE-TYPE
               WHEN "F"
                   MOVE "FINE" TO WS-NEW-SOURCE
                   MOVE "Overdue fine revenue" TO WS-NEW-DESC
               WHEN "R"
               WHEN "C"
                   MOVE "REPL" TO WS-NEW-SOURCE
                   MOVE "Replacement charge revenue" TO WS-NEW-DESC
               WHEN "W"
                   MOVE "WAIV" TO WS-NEW-SOURCE
                   MOVE "Fines and charges waived" TO WS-NEW-DESC
               WHEN OTHER
                   PERFORM NAME-TENDER-LINE
           END-EVALUATE
           PERFORM ADD-JOURNAL-AMOUNT.

       NAME-TENDER-LINE.
      *> payments in and refunds out both go through the drawer they
      *> were rung on; a refund is always paid in cash
           MOVE "CASH" TO WS-NEW-SOURCE
           IF FINE-TENDER IS EQUAL TO "K" THEN
               MOVE "K" TO WS-NEW-CODE
               MOVE "Desk takings -- checks" TO WS-NEW-DESC
           ELSE
               MOVE "C" TO WS-NEW-CODE
               MOVE "Desk takings -- cash" TO WS-NEW-DESC
           END-IF.

       GATHER-VOUCHERS.
      *> acquisitions spending is what the vouchers passed to
      *> accounts payable say, not the order price
           OPEN INPUT VOUCHER-FILE
           IF VCS-OK THEN
               MOVE "N" TO WS-EOF
               PERFORM GATHER-NEXT-VOUCHER UNTIL EOF-REACHED
               CLOSE VOUCHER-FILE
           END-IF.

       GATHER-NEXT-VOUCHER.
           READ VOUCHER-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-VOUCHERS-READ
                   IF VOUCHER-DATE IS NOT LESS THAN WS-PERIOD-START
                       AND VOUCHER-DATE IS NOT GREATER THAN
                           WS-PERIOD-END THEN
                       ADD 1 TO WS-VOUCHERS-USED
                       MOVE "FUND" TO WS-NEW-SOURCE
                       MOVE VOUCHER-FUND-CODE TO WS-NEW-CODE
                       MOVE SPACE TO WS-NEW-TAG
                       MOVE SPACES TO WS-NEW-DESC
                       STRING "Acquisitions -- fund "
                           VOUCHER-FUND-CODE
                           DELIMITED BY SIZE INTO WS-NEW-DESC
                       MOVE VOUCHER-AMOUNT TO WS-NEW-AMOUNT
                       PERFORM ADD-JOURNAL-AMOUNT
                       MOVE "PAYB" TO WS-NEW-SOURCE
                       MOVE SPACES TO WS-NEW-CODE
                       MOVE "Vendor invoices payable" TO WS-NEW-DESC
                       COMPUTE WS-NEW-AMOUNT = 0 - VOUCHER-AMOUNT
                       PERFORM ADD-JOURNAL-AMOUNT
                   END-IF
           END-READ.

       ADD-JOURNAL-AMOUNT.
           MOVE 0 TO WS-MATCH
           PERFORM MATCH-JOURNAL-LINE
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J IS GREATER THAN WS-JOURNAL-COUNT
           IF WS-MATCH IS EQUAL TO 0 THEN
               IF WS-JOURNAL-COUNT IS LESS THAN WS-JOURNAL-LIMIT THEN
                   ADD 1 TO WS-JOURNAL-COUNT
                   MOVE WS-JOURNAL-COUNT TO WS-MATCH
                   MOVE WS-NEW-SOURCE TO WS-JL-SOURCE(WS-MATCH)
                   MOVE WS-NEW-CODE TO WS-JL-CODE(WS-MATCH)
                   MOVE WS-NEW-TAG TO WS-JL-TAG(WS-MATCH)
                   MOVE WS-NEW-DESC TO WS-JL-DESC(WS-MATCH)
                   MOVE SPACES TO WS-JL-ACCOUNT(WS-MATCH)
                   MOVE 0 TO WS-JL-AMOUNT(WS-MATCH)
               ELSE
                   MOVE "Y" TO WS-JOURNAL-OVERFLOW
               END-IF
           END-IF
           IF WS-MATCH IS GREATER THAN 0 THEN
               ADD WS-NEW-AMOUNT TO WS-JL-AMOUNT(WS-MATCH)
           END-IF.

       MATCH-JOURNAL-LINE.
           IF WS-JL-SOURCE(WS-J) IS EQUAL TO WS-NEW-SOURCE
               AND WS-JL-CODE(WS-J) IS EQUAL TO WS-NEW-CODE
               AND WS-JL-TAG(WS-J) IS EQUAL TO WS-NEW-TAG THEN
               MOVE WS-J TO WS-MATCH
           END-IF.

       MAP-JOURNAL-LINE.
      *> a fund without an account of its own posts to the catch-all
      *> acquisitions account, if finance has given one
           MOVE WS-JL-SOURCE(WS-J) TO GLMAP-SOURCE
           MOVE WS-JL-CODE(WS-J) TO GLMAP-CODE
           READ GLMAP-DATABASE RECORD
               KEY IS GLMAP-KEY
               INVALID KEY
                   MOVE SPACES TO GLMAP-ACCOUNT
           END-READ
           IF GLMAP-ACCOUNT IS EQUAL TO SPACES
               AND WS-JL-SOURCE(WS-J) IS EQUAL TO "FUND" THEN
               MOVE SPACES TO GLMAP-CODE
               READ GLMAP-DATABASE RECORD
                   KEY IS GLMAP-KEY
                   INVALID KEY
                       MOVE SPACES TO GLMAP-ACCOUNT
               END-READ
           END-IF
           MOVE GLMAP-ACCOUNT TO WS-JL-ACCOUNT(WS-J)
           IF WS-JL-AMOUNT(WS-J) NOT EQUAL 0 THEN
               IF GLMAP-ACCOUNT IS EQUAL TO SPACES THEN
                   ADD 1 TO WS-UNMAPPED
                   DISPLAY "error: no ledger account for "
                       WS-JL-SOURCE(WS-J) " "
                       FUNCTION TRIM(WS-JL-CODE(WS-J)) " ("
                       FUNCTION TRIM(WS-JL-DESC(WS-J)) ")"
               END-IF
               IF WS-JL-AMOUNT(WS-J) IS GREATER THAN 0 THEN
                   ADD WS-JL-AMOUNT(WS-J) TO WS-DEBIT-TOTAL
               ELSE
                   SUBTRACT WS-JL-AMOUNT(WS-J) FROM WS-CREDIT-TOTAL
               END-IF
           END-IF.

       SHOW-CONTROL-COUNTS.
           DISPLAY "Journal for " WS-PERIOD ":"
           MOVE WS-FINES-READ TO WS-COUNT-DISPLAY
           DISPLAY "  fines ledger entries read    " WS-COUNT-DISPLAY
           MOVE WS-FINES-USED TO WS-COUNT-DISPLAY
           DISPLAY "    in the month               " WS-COUNT-DISPLAY
           MOVE WS-VOUCHERS-READ TO WS-COUNT-DISPLAY
           DISPLAY "  voucher lines read           " WS-COUNT-DISPLAY
           MOVE WS-VOUCHERS-USED TO WS-COUNT-DISPLAY
           DISPLAY "    in the month               " WS-COUNT-DISPLAY
           MOVE WS-DEBIT-TOTAL TO WS-DEBIT-DISPLAY
           MOVE WS-CREDIT-TOTAL TO WS-CREDIT-DISPLAY
           DISPLAY "  total debits  " WS-DEBIT-DISPLAY
           DISPLAY "  total credits " WS-CREDIT-DISPLAY.

       WRITE-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE
           IF NOT JNS-OK THEN
               DISPLAY "error: unable to write gl_journal.dat"
               STOP RUN
           END-IF
           MOVE WS-PERIOD TO WS-JH-PERIOD
           MOVE WS-TODAY TO WS-JH-RUN-DATE
           MOVE SIGNON-OPERATOR TO WS-JH-OPERATOR
           MOVE WS-JOURNAL-HEADER TO JOURNAL-LINE
           WRITE JOURNAL-LINE
           PERFORM WRITE-JOURNAL-DETAIL
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J IS GREATER THAN WS-JOURNAL-COUNT
           MOVE WS-PERIOD TO WS-JT-PERIOD
           MOVE WS-LINES-WRITTEN TO WS-JT-LINE-COUNT
           MOVE WS-DEBIT-TOTAL TO WS-JT-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO WS-JT-CREDIT-TOTAL
           MOVE WS-JOURNAL-TRAILER TO JOURNAL-LINE
           WRITE JOURNAL-LINE
           CLOSE JOURNAL-FILE
           PERFORM RECORD-EXPORT
           DISPLAY WS-LINES-WRITTEN " journal line(s) written to"
               " gl_journal.dat".

       WRITE-JOURNAL-DETAIL.
      *> a line that nets to nothing for the month is left out
           IF WS-JL-AMOUNT(WS-J) NOT EQUAL 0 THEN
               ADD 1 TO WS-LINES-WRITTEN
               MOVE WS-PERIOD TO WS-JD-PERIOD
               MOVE WS-LINES-WRITTEN TO WS-JD-LINE-NO
               MOVE WS-JL-ACCOUNT(WS-J) TO WS-JD-ACCOUNT
               IF WS-JL-AMOUNT(WS-J) IS GREATER THAN 0 THEN
                   MOVE "D" TO WS-JD-SIDE
                   MOVE WS-JL-AMOUNT(WS-J) TO WS-JD-AMOUNT
               ELSE
                   MOVE "C" TO WS-JD-SIDE
                   COMPUTE WS-JD-AMOUNT = 0 - WS-JL-AMOUNT(WS-J)
               END-IF
               MOVE WS-JL-DESC(WS-J) TO WS-JD-DESC
               MOVE WS-JOURNAL-DETAIL TO JOURNAL-LINE
               WRITE JOURNAL-LINE
           END-IF.

       RECORD-EXPORT.
           OPEN EXTEND EXPORT-HISTORY
           IF GHS-FILE-NOT-FOUND THEN
               OPEN OUTPUT EXPORT-HISTORY
           END-IF
           IF NOT GHS-OK THEN
               DISPLAY "error: unable to append to glhist.dat -- month "
                   WS-PERIOD " is NOT marked as exported"
           ELSE
               MOVE SPACES TO EXPORT-HISTORY-RECORD
               MOVE WS-PERIOD TO GLH-PERIOD
               MOVE WS-TODAY TO GLH-RUN-DATE
               MOVE SIGNON-OPERATOR TO GLH-OPERATOR
               MOVE WS-LINES-WRITTEN TO GLH-LINE-COUNT
               MOVE WS-DEBIT-TOTAL TO GLH-DEBIT-TOTAL
               WRITE EXPORT-HISTORY-RECORD
               CLOSE EXPORT-HISTORY
           END-IF.
