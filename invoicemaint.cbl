      IDENTIFICATION DIVISION.
      PROGRAM-ID. INVOICE-MAINT.
      *> The paying end of acquisitions. A vendor's invoice is keyed
      *> line by line against the orders it bills, plus any shipping
      *> charge or discount, and each order line is matched to what
      *> was ordered and what has been received: billing for copies
      *> not yet received or not at the order price (beyond a keyed
      *> tolerance) flags the line. A supervisor approves the invoice
      *> -- never with a quantity variance outstanding -- and approval
      *> moves each fund's spent figure from the order price ORDER-MAINT
      *> booked at receiving to the invoiced amount, then writes the
      *> payment voucher accounts payable pays from, so the fund
      *> balances agree with what finance actually paid
      AUTHOR. Aidan Simon.


      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-DATABASE *> Vendor invoices, line by line
           ASSIGN TO "./invoices.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INVOICE-KEY
           FILE STATUS IS INS.

           SELECT ORDER-DATABASE *> Purchase orders, open and filled
           ASSIGN TO "./orders.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORDER-NUMBER
           ALTERNATE RECORD KEY IS ORDER-VENDOR-ID WITH DUPLICATES
           FILE STATUS IS ORS.

           SELECT VENDOR-DATABASE *> Book vendors orders are placed with
           ASSIGN TO "./vendors.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VENDOR-ID
           FILE STATUS IS VNS.

           SELECT FUND-DATABASE *> Book-budget funds
           ASSIGN TO "./funds.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUND-CODE
           FILE STATUS IS FDS.

           SELECT VOUCHER-FILE *> Payment vouchers for accounts payable
           ASSIGN TO "./vouchers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VCS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-DATABASE
           DATA RECORD IS INVOICE-RECORD.

           COPY "invrec.cpy".

       FD  ORDER-DATABASE
           DATA RECORD IS ORDER-RECORD.

           COPY "ordrec.cpy".

       FD  VENDOR-DATABASE
           DATA RECORD IS VENDOR-RECORD.

           COPY "vendrec.cpy".

       FD  FUND-DATABASE
           DATA RECORD IS FUND-RECORD.

           COPY "fundrec.cpy".

       FD  VOUCHER-FILE
           DATA RECORD IS VOUCHER-RECORD.

           COPY "vchrec.cpy".

       WORKING-STORAGE SECTION.
       01 INS                   PIC X(2).
          88 INS-OK                   VALUE "00".
          88 INS-FILE-NOT-FOUND       VALUE "35".
       01 ORS                   PIC X(2).
          88 ORS-OK                   VALUE "00".
       01 VNS                   PIC X(2).
          88 VNS-OK                   VALUE "00".
       01 FDS                   PIC X(2).
          88 FDS-OK                   VALUE "00".
       01 VCS                   PIC X(2).
          88 VCS-OK                   VALUE "00".
          88 VCS-FILE-NOT-FOUND       VALUE "35".
       01 WS-OPTION             PIC 99.
       01 WS-EOF                PIC X(2) VALUE "N".
          88 EOF-REACHED              VALUE "Y".
       01 WS-VENDOR-FOUND       PIC X(2) VALUE "N".
          88 VENDOR-WAS-FOUND         VALUE "Y".
       01 WS-FUND-FOUND         PIC X(2) VALUE "N".
          88 FUND-WAS-FOUND           VALUE "Y".
       01 WS-ORDER-FOUND        PIC X(2) VALUE "N".
          88 ORDER-WAS-FOUND          VALUE "Y".
       01 WS-LINES-DONE         PIC X(2) VALUE "N".
          88 NO-MORE-LINES            VALUE "Y".
       01 WS-TODAY              PIC 9(8).
       01 WS-INV-VENDOR         PIC X(6).
       01 WS-INV-NUMBER         PIC X(12).
       01 WS-INV-DATE           PIC 9(8).
       01 WS-LINE-NO            PIC 9(3).
       01 WS-LINE-TYPE          PIC X(1).
       01 WS-TOLERANCE          PIC 9(3).
       01 WS-QUANTITY           PIC 9(3).
       01 WS-UNIT-PRICE         PIC 9(5)V99.
       01 WS-CHARGE             PIC 9(5)V99.
       01 WS-UNINVOICED         PIC S9(4).
       01 WS-PRICE-DIFF         PIC S9(5)V99.
       01 WS-PRICE-LIMIT        PIC 9(5)V99.
       01 WS-INVOICE-TOTAL      PIC S9(8)V99.
       01 WS-LINE-COUNT         PIC 9(5) COMP VALUE 0.
       01 WS-QTY-VARIANCES      PIC 9(5) COMP VALUE 0.
       01 WS-PRICE-VARIANCES    PIC 9(5) COMP VALUE 0.
       01 WS-ALREADY-APPROVED   PIC 9(5) COMP VALUE 0.
       01 WS-LISTED-COUNT       PIC 9(5) COMP VALUE 0.
       01 WS-CONFIRM            PIC X(1).
       01 WS-ADJUSTMENT         PIC S9(7)V99.
       01 WS-NEW-SPENT          PIC S9(8)V99.
       01 WS-NEXT-VOUCHER       PIC 9(6) VALUE 1.
      *> an approved invoice's charges gathered by fund, one voucher
      *> line apiece
       01 WS-DIST-COUNT         PIC 9(3) COMP VALUE 0.
       01 WS-DIST-LIMIT         PIC 9(3) COMP VALUE 20.
       01 WS-DIST-OVERFLOW      PIC X(2) VALUE "N".
          88 TOO-MANY-FUNDS           VALUE "Y".
       01 WS-DIST-TABLE.
          05 WS-DIST-ENTRY      OCCURS 20 TIMES.
             10 WS-DE-FUND      PIC X(8).
             10 WS-DE-AMOUNT    PIC S9(8)V99.
       01 WS-D                  PIC 9(3) COMP.
       01 WS-MATCH              PIC 9(3) COMP.
      *> the invoice being totalled for the pending listing
       01 WS-PREV-VENDOR        PIC X(6).
       01 WS-PREV-NUMBER        PIC X(12).
       01 WS-PREV-DATE          PIC 9(8).
       01 WS-AMOUNT-DISPLAY     PIC -Z,ZZZ,ZZ9.99.
       01 WS-PRICE-DISPLAY      PIC ZZ,ZZ9.99.
       01 WS-ORDER-PRICE-DISPLAY PIC ZZ,ZZ9.99.
           COPY "signon.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *> WORKING-STORAGE isn't reinitialized between CALLs into this
      *> program, so WS-OPTION has to be reset here -- otherwise a
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
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM FIND-NEXT-VOUCHER-NUMBER
           PERFORM DISPLAY-OPTIONS
           PERFORM READ-AND-VERIFY-OPTIONS UNTIL WS-OPTION IS EQUAL TO 6
           CLOSE INVOICE-DATABASE
           CLOSE ORDER-DATABASE
           CLOSE VENDOR-DATABASE
           CLOSE FUND-DATABASE
           GOBACK.

       OPEN-DATABASES.
      *> OPEN OUTPUT on an indexed file wipes it, so the invoice file
      *> is opened for update and only created fresh the first time
           OPEN I-O INVOICE-DATABASE.
           IF INS-FILE-NOT-FOUND THEN
               OPEN OUTPUT INVOICE-DATABASE
               CLOSE INVOICE-DATABASE
               OPEN I-O INVOICE-DATABASE
           END-IF.
           IF NOT INS-OK THEN
               DISPLAY "Error opening invoice file"
               GOBACK
           END-IF.
           OPEN I-O ORDER-DATABASE.
           IF NOT ORS-OK THEN
               DISPLAY "Error opening order file -- place orders with"
                   " ORDER-MAINT first"
               CLOSE INVOICE-DATABASE
               GOBACK
           END-IF.
           OPEN INPUT VENDOR-DATABASE.
           IF NOT VNS-OK THEN
               DISPLAY "Error opening vendor file -- set vendors up"
                   " with VENDOR-MAINT first"
               CLOSE INVOICE-DATABASE
               CLOSE ORDER-DATABASE
               GOBACK
           END-IF.
           OPEN I-O FUND-DATABASE.
           IF NOT FDS-OK THEN
               DISPLAY "Error opening fund file"
               CLOSE INVOICE-DATABASE
               CLOSE ORDER-DATABASE
               CLOSE VENDOR-DATABASE
               GOBACK
           END-IF.

       FIND-NEXT-VOUCHER-NUMBER.
      *> voucher numbers carry on from the last one handed to
      *> accounts payable -- one pass over the voucher file finds it
           MOVE 1 TO WS-NEXT-VOUCHER
           OPEN INPUT VOUCHER-FILE
           IF VCS-OK THEN
               MOVE "N" TO WS-EOF
               PERFORM NOTE-NEXT-VOUCHER-NUMBER UNTIL EOF-REACHED
               CLOSE VOUCHER-FILE
           END-IF.

       NOTE-NEXT-VOUCHER-NUMBER.
           READ VOUCHER-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF VOUCHER-NUMBER IS NOT LESS THAN WS-NEXT-VOUCHER THEN
                       COMPUTE WS-NEXT-VOUCHER = VOUCHER-NUMBER + 1
                   END-IF
           END-READ.

       DISPLAY-OPTIONS.
           DISPLAY "Vendor invoice menu"
           DISPLAY "1. Enter a vendor invoice"
           DISPLAY "2. Display an invoice"
           DISPLAY "3. Approve an invoice for payment"
           DISPLAY "4. List invoices awaiting approval"
           DISPLAY "5. Display options"
           DISPLAY "6. Exit".

       READ-AND-VERIFY-OPTIONS.
           DISPLAY "Please enter a valid choice"
           ACCEPT WS-OPTION
           EVALUATE WS-OPTION
               WHEN 1 PERFORM ENTER-INVOICE
               WHEN 2 PERFORM DISPLAY-INVOICE
               WHEN 3 PERFORM AUTHORIZE-APPROVAL
               WHEN 4 PERFORM LIST-PENDING-INVOICES
               WHEN 5 PERFORM DISPLAY-OPTIONS
               WHEN 6 CONTINUE
               WHEN OTHER DISPLAY "error: not a valid choice"
           END-EVALUATE.

       ASK-INVOICE-KEY.
           DISPLAY "Please enter the vendor ID: "
           ACCEPT WS-INV-VENDOR
           MOVE WS-INV-VENDOR TO VENDOR-ID
           READ VENDOR-DATABASE RECORD
               KEY IS VENDOR-ID
               INVALID KEY
                   MOVE "N" TO WS-VENDOR-FOUND
                   DISPLAY "error: that vendor ID is not on file"
               NOT INVALID KEY
                   MOVE "Y" TO WS-VENDOR-FOUND
           END-READ
           IF VENDOR-WAS-FOUND THEN
               DISPLAY "Please enter the vendor's invoice number: "
               ACCEPT WS-INV-NUMBER
               IF WS-INV-NUMBER IS EQUAL TO SPACES THEN
                   DISPLAY "error: no invoice number given"
                   MOVE "N" TO WS-VENDOR-FOUND
               END-IF
           END-IF.

       POSITION-AT-INVOICE.
      *> an invoice's lines sit together under its vendor and number
           MOVE "N" TO WS-EOF
           MOVE WS-INV-VENDOR TO INVOICE-VENDOR-ID
           MOVE WS-INV-NUMBER TO INVOICE-NUMBER
           MOVE 0 TO INVOICE-LINE-NO
           START INVOICE-DATABASE KEY IS NOT LESS THAN INVOICE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.

       READ-NEXT-INVOICE-LINE.
           READ INVOICE-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF INVOICE-VENDOR-ID NOT EQUAL WS-INV-VENDOR
                       OR INVOICE-NUMBER NOT EQUAL WS-INV-NUMBER THEN
                       MOVE "Y" TO WS-EOF
                   END-IF
           END-READ.

       ENTER-INVOICE.
           PERFORM ASK-INVOICE-KEY
           IF VENDOR-WAS-FOUND THEN
               PERFORM POSITION-AT-INVOICE
               IF NOT EOF-REACHED THEN
                   PERFORM READ-NEXT-INVOICE-LINE
               END-IF
               IF NOT EOF-REACHED THEN
                   DISPLAY "error: that invoice is already on file"
               ELSE
                   PERFORM ENTER-INVOICE-LINES
               END-IF
           END-IF.

       ENTER-INVOICE-LINES.
           DISPLAY "Please enter the invoice date (YYYYMMDD, 0 for"
               " today): "
           ACCEPT WS-INV-DATE
           IF WS-INV-DATE IS EQUAL TO 0 THEN
               MOVE WS-TODAY TO WS-INV-DATE
           END-IF
           DISPLAY "Price tolerance in percent? (0 for the usual 5): "
           ACCEPT WS-TOLERANCE
           IF WS-TOLERANCE IS EQUAL TO 0 THEN
               MOVE 5 TO WS-TOLERANCE
           END-IF
           MOVE 0 TO WS-LINE-NO
           MOVE 0 TO WS-INVOICE-TOTAL
           MOVE 0 TO WS-QTY-VARIANCES
           MOVE 0 TO WS-PRICE-VARIANCES
           MOVE "N" TO WS-LINES-DONE
           PERFORM ENTER-INVOICE-LINE UNTIL NO-MORE-LINES
           IF WS-LINE-NO IS EQUAL TO 0 THEN
               DISPLAY "No lines entered -- invoice not recorded"
           ELSE
               MOVE WS-INVOICE-TOTAL TO WS-AMOUNT-DISPLAY
               DISPLAY "Invoice " FUNCTION TRIM(WS-INV-NUMBER)
                   " recorded: " WS-LINE-NO " line(s), total "
                   WS-AMOUNT-DISPLAY
               IF WS-QTY-VARIANCES IS GREATER THAN 0
                   OR WS-PRICE-VARIANCES IS GREATER THAN 0 THEN
                   DISPLAY "warning: " WS-QTY-VARIANCES
                       " quantity and " WS-PRICE-VARIANCES
                       " price variance(s) flagged for the approver"
               END-IF
           END-IF.

       ENTER-INVOICE-LINE.
           DISPLAY "Line type: O order, S shipping/handling,"
               " D discount or credit (blank when done): "
           MOVE SPACE TO WS-LINE-TYPE
           ACCEPT WS-LINE-TYPE
           EVALUATE WS-LINE-TYPE
               WHEN SPACE
                   MOVE "Y" TO WS-LINES-DONE
               WHEN "O"
                   PERFORM ENTER-ORDER-LINE
               WHEN "S"
                   PERFORM ENTER-CHARGE-LINE
               WHEN "D"
                   PERFORM ENTER-CHARGE-LINE
               WHEN OTHER
                   DISPLAY "error: not a valid line type"
           END-EVALUATE.

       ENTER-ORDER-LINE.
           DISPLAY "Please enter the order number: "
           ACCEPT ORDER-NUMBER
           READ ORDER-DATABASE RECORD
               KEY IS ORDER-NUMBER
               INVALID KEY
                   MOVE "N" TO WS-ORDER-FOUND
                   DISPLAY "error: no order on file under that number"
               NOT INVALID KEY
                   MOVE "Y" TO WS-ORDER-FOUND
           END-READ
           IF ORDER-WAS-FOUND THEN
               IF ORDER-VENDOR-ID NOT EQUAL WS-INV-VENDOR THEN
                   DISPLAY "error: that order was placed with vendor "
                       FUNCTION TRIM(ORDER-VENDOR-ID)
               ELSE
                   IF ORDER-STATUS IS EQUAL TO "C"
                       AND ORDER-RECEIVED-COPIES IS EQUAL TO 0 THEN
                       DISPLAY "error: that order was cancelled with"
                           " nothing received"
                   ELSE
                       PERFORM MATCH-ORDER-LINE
                   END-IF
               END-IF
           END-IF.

       MATCH-ORDER-LINE.
      *> the line is held to what was received and not yet billed on
      *> an approved invoice, and to the price the fund was
      *> encumbered at -- either way off is flagged, not refused, so
      *> the invoice is on file while the vendor is queried
           MOVE ORDER-UNIT-PRICE TO WS-ORDER-PRICE-DISPLAY
           DISPLAY "Order " ORDER-NUMBER ": "
               FUNCTION TRIM(ORDER-TITLE) ", ordered " ORDER-COPIES
               " at " WS-ORDER-PRICE-DISPLAY ", received "
               ORDER-RECEIVED-COPIES ", already invoiced "
               ORDER-INVOICED-COPIES
           DISPLAY "Copies billed on this line: "
           ACCEPT WS-QUANTITY
           DISPLAY "Unit price billed: "
           ACCEPT WS-UNIT-PRICE
           IF WS-QUANTITY IS EQUAL TO 0 THEN
               DISPLAY "error: no copies billed -- line not recorded"
           ELSE
               MOVE SPACE TO INVOICE-VARIANCE
               COMPUTE WS-UNINVOICED =
                   ORDER-RECEIVED-COPIES - ORDER-INVOICED-COPIES
               IF WS-QUANTITY IS GREATER THAN WS-UNINVOICED THEN
                   MOVE "Q" TO INVOICE-VARIANCE
                   ADD 1 TO WS-QTY-VARIANCES
                   DISPLAY "warning: only " WS-UNINVOICED
                       " cop(ies) received and not yet invoiced"
               END-IF
               COMPUTE WS-PRICE-DIFF = WS-UNIT-PRICE - ORDER-UNIT-PRICE
               IF WS-PRICE-DIFF IS LESS THAN 0 THEN
                   COMPUTE WS-PRICE-DIFF = 0 - WS-PRICE-DIFF
               END-IF
               COMPUTE WS-PRICE-LIMIT ROUNDED =
                   ORDER-UNIT-PRICE * WS-TOLERANCE / 100
               IF WS-PRICE-DIFF IS GREATER THAN WS-PRICE-LIMIT THEN
                   IF INVOICE-VARIANCE IS EQUAL TO "Q" THEN
                       MOVE "B" TO INVOICE-VARIANCE
                   ELSE
                       MOVE "P" TO INVOICE-VARIANCE
                   END-IF
                   ADD 1 TO WS-PRICE-VARIANCES
                   MOVE WS-UNIT-PRICE TO WS-PRICE-DISPLAY
                   DISPLAY "warning: billed at " WS-PRICE-DISPLAY
                       " against the order price "
                       WS-ORDER-PRICE-DISPLAY
               END-IF
               MOVE "O" TO INVOICE-LINE-TYPE
               MOVE ORDER-NUMBER TO INVOICE-ORDER-NUMBER
               MOVE ORDER-FUND-CODE TO INVOICE-FUND-CODE
               MOVE WS-QUANTITY TO INVOICE-QUANTITY
               MOVE WS-UNIT-PRICE TO INVOICE-UNIT-PRICE
               COMPUTE INVOICE-AMOUNT = WS-QUANTITY * WS-UNIT-PRICE
               PERFORM WRITE-INVOICE-LINE
           END-IF.

       ENTER-CHARGE-LINE.
      *> shipping and discounts aren't tied to an order, so the
      *> clerk names the fund that bears them
           DISPLAY "Amount (without sign): "
           ACCEPT WS-CHARGE
           DISPLAY "Please enter the fund code it is charged to: "
           ACCEPT FUND-CODE
           READ FUND-DATABASE RECORD
               KEY IS FUND-CODE
               INVALID KEY
                   MOVE "N" TO WS-FUND-FOUND
                   DISPLAY "error: no fund on file under that code"
               NOT INVALID KEY
                   MOVE "Y" TO WS-FUND-FOUND
           END-READ
           IF FUND-WAS-FOUND THEN
               MOVE WS-LINE-TYPE TO INVOICE-LINE-TYPE
               MOVE 0 TO INVOICE-ORDER-NUMBER
               MOVE FUND-CODE TO INVOICE-FUND-CODE
               MOVE 0 TO INVOICE-QUANTITY
               MOVE 0 TO INVOICE-UNIT-PRICE
               IF WS-LINE-TYPE IS EQUAL TO "D" THEN
                   COMPUTE INVOICE-AMOUNT = 0 - WS-CHARGE
               ELSE
                   MOVE WS-CHARGE TO INVOICE-AMOUNT
               END-IF
               MOVE SPACE TO INVOICE-VARIANCE
               PERFORM WRITE-INVOICE-LINE
           END-IF.

       WRITE-INVOICE-LINE.
           ADD 1 TO WS-LINE-NO
           MOVE WS-INV-VENDOR TO INVOICE-VENDOR-ID
           MOVE WS-INV-NUMBER TO INVOICE-NUMBER
           MOVE WS-LINE-NO TO INVOICE-LINE-NO
           MOVE WS-INV-DATE TO INVOICE-DATE
           MOVE "E" TO INVOICE-STATUS
           MOVE SIGNON-OPERATOR TO INVOICE-ENTERED-BY
           MOVE SPACES TO INVOICE-APPROVED-BY
           MOVE 0 TO INVOICE-APPROVED-DATE
           MOVE 0 TO INVOICE-VOUCHER-NUMBER
           WRITE INVOICE-RECORD
               INVALID KEY
                   DISPLAY "error: unable to record invoice line"
                   SUBTRACT 1 FROM WS-LINE-NO
               NOT INVALID KEY
                   ADD INVOICE-AMOUNT TO WS-INVOICE-TOTAL
           END-WRITE.

       DISPLAY-INVOICE.
           PERFORM ASK-INVOICE-KEY
           IF VENDOR-WAS-FOUND THEN
               MOVE 0 TO WS-LINE-COUNT
               MOVE 0 TO WS-INVOICE-TOTAL
               PERFORM POSITION-AT-INVOICE
               PERFORM SHOW-NEXT-INVOICE-LINE UNTIL EOF-REACHED
               IF WS-LINE-COUNT IS EQUAL TO 0 THEN
                   DISPLAY "error: no such invoice on file"
               ELSE
                   MOVE WS-INVOICE-TOTAL TO WS-AMOUNT-DISPLAY
                   DISPLAY "Invoice total " WS-AMOUNT-DISPLAY
               END-IF
           END-IF.

       SHOW-NEXT-INVOICE-LINE.
           PERFORM READ-NEXT-INVOICE-LINE
           IF NOT EOF-REACHED THEN
               IF WS-LINE-COUNT IS EQUAL TO 0 THEN
                   DISPLAY "Invoice " FUNCTION TRIM(INVOICE-NUMBER)
                       " from " FUNCTION TRIM(VENDOR-NAME)
                       " dated " INVOICE-DATE
                   IF INVOICE-STATUS IS EQUAL TO "A" THEN
                       DISPLAY "  approved " INVOICE-APPROVED-DATE
                           " by " FUNCTION TRIM(INVOICE-APPROVED-BY)
                           ", voucher " INVOICE-VOUCHER-NUMBER
                   ELSE
                       DISPLAY "  awaiting approval (entered by "
                           FUNCTION TRIM(INVOICE-ENTERED-BY) ")"
                   END-IF
               END-IF
               ADD 1 TO WS-LINE-COUNT
               ADD INVOICE-AMOUNT TO WS-INVOICE-TOTAL
               MOVE INVOICE-AMOUNT TO WS-AMOUNT-DISPLAY
               EVALUATE INVOICE-LINE-TYPE
                   WHEN "O"
                       MOVE INVOICE-UNIT-PRICE TO WS-PRICE-DISPLAY
                       DISPLAY "  " INVOICE-LINE-NO " order "
                           INVOICE-ORDER-NUMBER " " INVOICE-QUANTITY
                           " @ " WS-PRICE-DISPLAY " "
                           WS-AMOUNT-DISPLAY " "
                           FUNCTION TRIM(INVOICE-FUND-CODE)
                   WHEN "S"
                       DISPLAY "  " INVOICE-LINE-NO " shipping   "
                           "                  " WS-AMOUNT-DISPLAY " "
                           FUNCTION TRIM(INVOICE-FUND-CODE)
                   WHEN OTHER
                       DISPLAY "  " INVOICE-LINE-NO " discount   "
                           "                  " WS-AMOUNT-DISPLAY " "
                           FUNCTION TRIM(INVOICE-FUND-CODE)
               END-EVALUATE
               EVALUATE INVOICE-VARIANCE
                   WHEN "Q"
                       DISPLAY "     ** quantity variance"
                   WHEN "P"
                       DISPLAY "     ** price variance"
                   WHEN "B"
                       DISPLAY "     ** quantity and price variance"
               END-EVALUATE
           END-IF.

       AUTHORIZE-APPROVAL.
      *> approving commits the city's money, so only a supervisor
      *> may do it -- the desk stays signed on as before either way
           MOVE "S" TO SIGNON-REQUEST
           MOVE "S" TO SIGNON-NEED-ROLE
           CALL "STAFF-SIGNON" USING SIGNON-AREA
           IF SIGNON-GRANTED THEN
               PERFORM APPROVE-INVOICE
           END-IF.

       APPROVE-INVOICE.
           PERFORM ASK-INVOICE-KEY
           IF VENDOR-WAS-FOUND THEN
               MOVE 0 TO WS-LINE-COUNT
               MOVE 0 TO WS-INVOICE-TOTAL
               MOVE 0 TO WS-QTY-VARIANCES
               MOVE 0 TO WS-PRICE-VARIANCES
               MOVE 0 TO WS-ALREADY-APPROVED
               MOVE 0 TO WS-DIST-COUNT
               MOVE "N" TO WS-DIST-OVERFLOW
               PERFORM POSITION-AT-INVOICE
               PERFORM CHECK-NEXT-INVOICE-LINE UNTIL EOF-REACHED
               PERFORM DECIDE-APPROVAL
           END-IF.

       CHECK-NEXT-INVOICE-LINE.
           PERFORM READ-NEXT-INVOICE-LINE
           IF NOT EOF-REACHED THEN
               ADD 1 TO WS-LINE-COUNT
               ADD INVOICE-AMOUNT TO WS-INVOICE-TOTAL
               MOVE INVOICE-DATE TO WS-INV-DATE
               IF INVOICE-STATUS IS EQUAL TO "A" THEN
                   ADD 1 TO WS-ALREADY-APPROVED
               END-IF
               IF INVOICE-LINE-TYPE IS EQUAL TO "O" THEN
                   PERFORM RECHECK-QUANTITY
               END-IF
               IF INVOICE-VARIANCE IS EQUAL TO "P"
                   OR INVOICE-VARIANCE IS EQUAL TO "B" THEN
                   ADD 1 TO WS-PRICE-VARIANCES
               END-IF
               PERFORM ADD-TO-DISTRIBUTION
           END-IF.

       RECHECK-QUANTITY.
      *> copies billed ahead of delivery may have come in since the
      *> invoice was keyed, and another invoice may have billed the
      *> same copies since, so every order is looked at afresh
           MOVE INVOICE-ORDER-NUMBER TO ORDER-NUMBER
           READ ORDER-DATABASE RECORD
               KEY IS ORDER-NUMBER
               INVALID KEY
                   ADD 1 TO WS-QTY-VARIANCES
               NOT INVALID KEY
                   COMPUTE WS-UNINVOICED =
                       ORDER-RECEIVED-COPIES - ORDER-INVOICED-COPIES
                   IF INVOICE-QUANTITY IS GREATER THAN WS-UNINVOICED THEN
                       ADD 1 TO WS-QTY-VARIANCES
                       DISPLAY "line " INVOICE-LINE-NO ": order "
                           INVOICE-ORDER-NUMBER " bills "
                           INVOICE-QUANTITY " cop(ies), only "
                           WS-UNINVOICED " received and not yet"
                           " invoiced"
                   END-IF
           END-READ.

       ADD-TO-DISTRIBUTION.
           MOVE 0 TO WS-MATCH
           PERFORM MATCH-DISTRIBUTION
               VARYING WS-D FROM 1 BY 1
               UNTIL WS-D IS GREATER THAN WS-DIST-COUNT
           IF WS-MATCH IS EQUAL TO 0 THEN
               IF WS-DIST-COUNT IS LESS THAN WS-DIST-LIMIT THEN
                   ADD 1 TO WS-DIST-COUNT
                   MOVE WS-DIST-COUNT TO WS-MATCH
                   MOVE INVOICE-FUND-CODE TO WS-DE-FUND(WS-MATCH)
                   MOVE 0 TO WS-DE-AMOUNT(WS-MATCH)
               ELSE
                   MOVE "Y" TO WS-DIST-OVERFLOW
               END-IF
           END-IF
           IF WS-MATCH IS GREATER THAN 0 THEN
               ADD INVOICE-AMOUNT TO WS-DE-AMOUNT(WS-MATCH)
           END-IF.

       MATCH-DISTRIBUTION.
           IF WS-DE-FUND(WS-D) IS EQUAL TO INVOICE-FUND-CODE THEN
               MOVE WS-D TO WS-MATCH
           END-IF.

       DECIDE-APPROVAL.
           EVALUATE TRUE
               WHEN WS-LINE-COUNT IS EQUAL TO 0
                   DISPLAY "error: no such invoice on file"
               WHEN WS-ALREADY-APPROVED IS GREATER THAN 0
                   DISPLAY "error: that invoice has already been"
                       " approved"
               WHEN WS-QTY-VARIANCES IS GREATER THAN 0
                   DISPLAY "error: " WS-QTY-VARIANCES " line(s) bill"
                       " copies not received -- receive them in"
                       " ORDER-MAINT or have the vendor correct the"
                       " invoice"
               WHEN TOO-MANY-FUNDS
                   DISPLAY "error: the invoice is charged to more than "
                       WS-DIST-LIMIT " funds -- split it"
               WHEN OTHER
                   PERFORM CONFIRM-APPROVAL
           END-EVALUATE.

       CONFIRM-APPROVAL.
           MOVE WS-INVOICE-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY "Invoice " FUNCTION TRIM(WS-INV-NUMBER) " from "
               FUNCTION TRIM(VENDOR-NAME) ": " WS-LINE-COUNT
               " line(s), total " WS-AMOUNT-DISPLAY
           IF WS-PRICE-VARIANCES IS GREATER THAN 0 THEN
               DISPLAY "warning: " WS-PRICE-VARIANCES " line(s) are"
                   " billed off the order price"
           END-IF
           DISPLAY "Approve for payment? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM IS EQUAL TO "Y" OR WS-CONFIRM IS EQUAL TO "y" THEN
               PERFORM OPEN-VOUCHER-FILE
               IF VCS-OK THEN
                   PERFORM POSITION-AT-INVOICE
                   PERFORM POST-NEXT-INVOICE-LINE UNTIL EOF-REACHED
                   PERFORM WRITE-VOUCHER-LINE
                       VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D IS GREATER THAN WS-DIST-COUNT
                   CLOSE VOUCHER-FILE
                   DISPLAY "Invoice approved -- voucher "
                       WS-NEXT-VOUCHER " written to vouchers.dat"
                   ADD 1 TO WS-NEXT-VOUCHER
               END-IF
           ELSE
               DISPLAY "Invoice left awaiting approval"
           END-IF.

       OPEN-VOUCHER-FILE.
           OPEN EXTEND VOUCHER-FILE
           IF VCS-FILE-NOT-FOUND THEN
               OPEN OUTPUT VOUCHER-FILE
           END-IF
           IF NOT VCS-OK THEN
               DISPLAY "error: unable to append to vouchers.dat --"
                   " invoice not approved"
           END-IF.

       POST-NEXT-INVOICE-LINE.
           PERFORM READ-NEXT-INVOICE-LINE
           IF NOT EOF-REACHED THEN
               IF INVOICE-LINE-TYPE IS EQUAL TO "O" THEN
                   PERFORM POST-ORDER-LINE
               ELSE
                   MOVE INVOICE-AMOUNT TO WS-ADJUSTMENT
                   PERFORM ADJUST-FUND-SPENT
               END-IF
               MOVE "A" TO INVOICE-STATUS
               MOVE SIGNON-OPERATOR TO INVOICE-APPROVED-BY
               MOVE WS-TODAY TO INVOICE-APPROVED-DATE
               MOVE WS-NEXT-VOUCHER TO INVOICE-VOUCHER-NUMBER
               REWRITE INVOICE-RECORD
                   INVALID KEY
                       DISPLAY "error: unable to mark line "
                           INVOICE-LINE-NO " approved"
               END-REWRITE
           END-IF.

       POST-ORDER-LINE.
      *> receiving booked these copies to spent at the order price;
      *> the difference to what was billed is the correction
           MOVE INVOICE-ORDER-NUMBER TO ORDER-NUMBER
           READ ORDER-DATABASE RECORD
               KEY IS ORDER-NUMBER
               INVALID KEY
                   DISPLAY "warning: order " INVOICE-ORDER-NUMBER
                       " has vanished -- balances need a manual fix"
               NOT INVALID KEY
                   COMPUTE WS-ADJUSTMENT = INVOICE-AMOUNT
                       - INVOICE-QUANTITY * ORDER-UNIT-PRICE
                   ADD INVOICE-QUANTITY TO ORDER-INVOICED-COPIES
                   ADD INVOICE-AMOUNT TO ORDER-INVOICED-AMOUNT
                   REWRITE ORDER-RECORD
                       INVALID KEY
                           DISPLAY "error: unable to update order"
                   END-REWRITE
                   IF WS-ADJUSTMENT NOT EQUAL 0 THEN
                       PERFORM ADJUST-FUND-SPENT
                   END-IF
           END-READ.

       ADJUST-FUND-SPENT.
           MOVE INVOICE-FUND-CODE TO FUND-CODE
           READ FUND-DATABASE RECORD
               KEY IS FUND-CODE
               INVALID KEY
                   DISPLAY "warning: fund "
                       FUNCTION TRIM(INVOICE-FUND-CODE)
                       " has vanished -- balances need a manual fix"
               NOT INVALID KEY
                   COMPUTE WS-NEW-SPENT = FUND-SPENT + WS-ADJUSTMENT
                   IF WS-NEW-SPENT IS LESS THAN 0 THEN
                       DISPLAY "warning: credit exceeds what fund "
                           FUNCTION TRIM(FUND-CODE) " has spent --"
                           " spent set to zero"
                       MOVE 0 TO WS-NEW-SPENT
                   END-IF
                   MOVE WS-NEW-SPENT TO FUND-SPENT
                   REWRITE FUND-RECORD
                       INVALID KEY
                           DISPLAY "error: unable to update fund"
                   END-REWRITE
           END-READ.

       WRITE-VOUCHER-LINE.
           MOVE WS-NEXT-VOUCHER TO VOUCHER-NUMBER
           MOVE WS-TODAY TO VOUCHER-DATE
           MOVE WS-INV-VENDOR TO VOUCHER-VENDOR-ID
           MOVE VENDOR-NAME TO VOUCHER-VENDOR-NAME
           MOVE WS-INV-NUMBER TO VOUCHER-INVOICE
           MOVE WS-INV-DATE TO VOUCHER-INVOICE-DATE
           MOVE WS-DE-FUND(WS-D) TO VOUCHER-FUND-CODE
           MOVE WS-DE-AMOUNT(WS-D) TO VOUCHER-AMOUNT
           MOVE SIGNON-OPERATOR TO VOUCHER-OPERATOR
           WRITE VOUCHER-RECORD.

       LIST-PENDING-INVOICES.
      *> each unapproved invoice once, with its total and whether
      *> anything on it is flagged
           MOVE 0 TO WS-LISTED-COUNT
           MOVE SPACES TO WS-PREV-VENDOR
           MOVE SPACES TO WS-PREV-NUMBER
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO INVOICE-KEY
           START INVOICE-DATABASE KEY IS NOT LESS THAN INVOICE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM LIST-NEXT-PENDING-LINE UNTIL EOF-REACHED
           PERFORM SHOW-PENDING-INVOICE
           DISPLAY "Invoices awaiting approval: " WS-LISTED-COUNT.

       LIST-NEXT-PENDING-LINE.
           READ INVOICE-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF INVOICE-STATUS IS EQUAL TO "E" THEN
                       IF INVOICE-VENDOR-ID NOT EQUAL WS-PREV-VENDOR
                           OR INVOICE-NUMBER NOT EQUAL WS-PREV-NUMBER THEN
                           PERFORM SHOW-PENDING-INVOICE
                           MOVE INVOICE-VENDOR-ID TO WS-PREV-VENDOR
                           MOVE INVOICE-NUMBER TO WS-PREV-NUMBER
                           MOVE INVOICE-DATE TO WS-PREV-DATE
                           MOVE 0 TO WS-INVOICE-TOTAL
                           MOVE 0 TO WS-QTY-VARIANCES
                       END-IF
                       ADD INVOICE-AMOUNT TO WS-INVOICE-TOTAL
                       IF INVOICE-VARIANCE NOT EQUAL SPACE THEN
                           ADD 1 TO WS-QTY-VARIANCES
                       END-IF
                   END-IF
           END-READ.

       SHOW-PENDING-INVOICE.
           IF WS-PREV-NUMBER NOT EQUAL SPACES THEN
               ADD 1 TO WS-LISTED-COUNT
               MOVE WS-INVOICE-TOTAL TO WS-AMOUNT-DISPLAY
               IF WS-QTY-VARIANCES IS GREATER THAN 0 THEN
                   DISPLAY "vendor " FUNCTION TRIM(WS-PREV-VENDOR)
                       " invoice " FUNCTION TRIM(WS-PREV-NUMBER)
                       " dated " WS-PREV-DATE " " WS-AMOUNT-DISPLAY
                       " -- " WS-QTY-VARIANCES " variance(s)"
               ELSE
                   DISPLAY "vendor " FUNCTION TRIM(WS-PREV-VENDOR)
                       " invoice " FUNCTION TRIM(WS-PREV-NUMBER)
                       " dated " WS-PREV-DATE " " WS-AMOUNT-DISPLAY
               END-IF
           END-IF.
