      IDENTIFICATION DIVISION.
      PROGRAM-ID. GIFT-MAINT.
      *> Donated books, from the donor's name to the shelf: keeps the
      *> donor file, logs each box of gifts as it comes in, records
      *> how the box was sorted (added to the collection, sent to the
      *> Friends book sale, or discarded), and links the copies that
      *> were added to the gift on the item file, so the year-end
      *> donor report can follow them out over the desk. The copies
      *> themselves are catalogued and barcoded the usual way first
      AUTHOR. Aidan Simon.


      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DONOR-DATABASE *> People and groups who give us books
           ASSIGN TO "./donors.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DONOR-ID
           FILE STATUS IS DNS.

           SELECT GIFT-DATABASE *> Intake log, one record per gift box
           ASSIGN TO "./gifts.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GIFT-ID
           ALTERNATE RECORD KEY IS GIFT-DONOR-ID WITH DUPLICATES
           FILE STATUS IS GFS.

           SELECT ITEM-DATABASE *> One record per physical copy
           ASSIGN TO "./items.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-BARCODE
           ALTERNATE RECORD KEY IS ITEM-ISBN WITH DUPLICATES
           FILE STATUS IS ITS.

       DATA DIVISION.
       FILE SECTION.
       FD  DONOR-DATABASE
           DATA RECORD IS DONOR-RECORD.

           COPY "donorrec.cpy".

       FD  GIFT-DATABASE
           DATA RECORD IS GIFT-RECORD.

           COPY "giftrec.cpy".

       FD  ITEM-DATABASE
           DATA RECORD IS ITEM-RECORD.

           COPY "itemrec.cpy".

       WORKING-STORAGE SECTION.
       01 DNS                   PIC X(2).
          88 DNS-OK                   VALUE "00".
          88 DNS-FILE-NOT-FOUND       VALUE "35".
       01 GFS                   PIC X(2).
          88 GFS-OK                   VALUE "00".
          88 GFS-FILE-NOT-FOUND       VALUE "35".
       01 ITS                   PIC X(2).
          88 ITS-OK                   VALUE "00".
       01 WS-ITEM-FILE          PIC X(2) VALUE "N".
          88 ITEM-FILE-PRESENT        VALUE "Y".
       01 WS-OPTION             PIC 99.
       01 WS-EOF                PIC X(2) VALUE "N".
          88 EOF-REACHED              VALUE "Y".
       01 WS-FOUND              PIC X(2) VALUE "N".
          88 DONOR-WAS-FOUND          VALUE "Y".
       01 WS-GIFT-FOUND         PIC X(2) VALUE "N".
          88 GIFT-WAS-FOUND           VALUE "Y".
       01 WS-LINK-DONE          PIC X(2) VALUE "N".
          88 LINKING-DONE             VALUE "Y".
       01 WS-LISTED-COUNT       PIC 9(5) COMP VALUE 0.
       01 WS-NEXT-GIFT          PIC 9(6).
       01 WS-TODAY              PIC 9(8).
       01 WS-LIST-DONOR         PIC X(6).
       01 WS-SORTED-TOTAL       PIC 9(5).
       01 WS-LINK-NUMBER        PIC 9(4).
       01 WS-BARCODE            PIC X(14).
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
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM OPEN-DATABASES
           PERFORM FIND-NEXT-GIFT-ID
           PERFORM DISPLAY-OPTIONS
           PERFORM READ-AND-VERIFY-OPTIONS UNTIL WS-OPTION IS EQUAL TO 9
           CLOSE DONOR-DATABASE
           CLOSE GIFT-DATABASE
           IF ITEM-FILE-PRESENT THEN
               CLOSE ITEM-DATABASE
           END-IF
           GOBACK.

       OPEN-DATABASES.
      *> OPEN OUTPUT on an indexed file wipes it, so the donor and
      *> gift files are opened for update and only created fresh the
      *> first time
           OPEN I-O DONOR-DATABASE.
           IF DNS-FILE-NOT-FOUND THEN
               OPEN OUTPUT DONOR-DATABASE
               CLOSE DONOR-DATABASE
               OPEN I-O DONOR-DATABASE
           END-IF.
           IF NOT DNS-OK THEN
               DISPLAY "Error opening donor file"
               GOBACK
           END-IF.
           OPEN I-O GIFT-DATABASE.
           IF GFS-FILE-NOT-FOUND THEN
               OPEN OUTPUT GIFT-DATABASE
               CLOSE GIFT-DATABASE
               OPEN I-O GIFT-DATABASE
           END-IF.
           IF NOT GFS-OK THEN
               DISPLAY "Error opening gift file"
               CLOSE DONOR-DATABASE
               GOBACK
           END-IF.
      *> only linking added copies needs the item file; donors and
      *> boxes can be logged without it
           OPEN I-O ITEM-DATABASE.
           IF ITS-OK THEN
               MOVE "Y" TO WS-ITEM-FILE
           ELSE
               MOVE "N" TO WS-ITEM-FILE
           END-IF.

       FIND-NEXT-GIFT-ID.
      *> gift numbers just keep counting up -- one pass over the
      *> file at startup finds where the sequence left off
           MOVE 1 TO WS-NEXT-GIFT
           MOVE "N" TO WS-EOF
           MOVE 0 TO GIFT-ID
           START GIFT-DATABASE KEY IS NOT LESS THAN GIFT-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM NOTE-NEXT-GIFT-ID UNTIL EOF-REACHED.

       NOTE-NEXT-GIFT-ID.
           READ GIFT-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   COMPUTE WS-NEXT-GIFT = GIFT-ID + 1
           END-READ.

       DISPLAY-OPTIONS.
           DISPLAY "Gift and donor maintenance menu"
           DISPLAY "1. Add a donor"
           DISPLAY "2. Look up a donor and their gifts"
           DISPLAY "3. Update a donor's details"
           DISPLAY "4. List all donors"
           DISPLAY "5. Log a gift received"
           DISPLAY "6. Record how a gift was sorted"
           DISPLAY "7. Link added copies to a gift"
           DISPLAY "8. Display options"
           DISPLAY "9. Exit".

       READ-AND-VERIFY-OPTIONS.
           DISPLAY "Please enter a valid choice"
           ACCEPT WS-OPTION
           EVALUATE WS-OPTION
               WHEN 1 PERFORM ADD-DONOR
               WHEN 2 PERFORM LOOK-UP-DONOR
               WHEN 3 PERFORM UPDATE-DONOR
               WHEN 4 PERFORM LIST-DONORS
               WHEN 5 PERFORM LOG-GIFT
               WHEN 6 PERFORM SORT-GIFT
               WHEN 7 PERFORM LINK-GIFT
               WHEN 8 PERFORM DISPLAY-OPTIONS
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY "error: not a valid choice"
           END-EVALUATE.

       ADD-DONOR.
           DISPLAY "Please enter the new donor ID: "
           ACCEPT DONOR-ID
           DISPLAY "Please enter the donor's name, as it should"
               " appear on letters: "
           ACCEPT DONOR-NAME
           PERFORM ACCEPT-DONOR-DETAILS
           WRITE DONOR-RECORD
               INVALID KEY
                   DISPLAY "error: that donor ID is already on file"
               NOT INVALID KEY
                   DISPLAY "Donor " FUNCTION TRIM(DONOR-ID) " added"
           END-WRITE.

       ACCEPT-DONOR-DETAILS.
           DISPLAY "Please enter the mailing address, first line: "
           ACCEPT DONOR-ADDRESS-1
           DISPLAY "Please enter the mailing address, second line: "
           ACCEPT DONOR-ADDRESS-2
           DISPLAY "Please enter the donor's phone number: "
           ACCEPT DONOR-PHONE
           DISPLAY "Please enter the donor's email address: "
           ACCEPT DONOR-EMAIL.

       FIND-DONOR.
           READ DONOR-DATABASE RECORD
               KEY IS DONOR-ID
               INVALID KEY
                   MOVE "N" TO WS-FOUND
                   DISPLAY "error: that donor ID is not on file"
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ.

       DISPLAY-DONOR.
           DISPLAY "id: "       FUNCTION TRIM(DONOR-ID)
               " name: "        FUNCTION TRIM(DONOR-NAME)
               " phone: "       FUNCTION TRIM(DONOR-PHONE)
               " email: "       FUNCTION TRIM(DONOR-EMAIL).

       LOOK-UP-DONOR.
           DISPLAY "Please enter the donor ID: "
           ACCEPT DONOR-ID
           PERFORM FIND-DONOR
           IF DONOR-WAS-FOUND THEN
               PERFORM DISPLAY-DONOR
               DISPLAY "    address: " FUNCTION TRIM(DONOR-ADDRESS-1)
                   ", " FUNCTION TRIM(DONOR-ADDRESS-2)
               PERFORM LIST-DONOR-GIFTS
           END-IF.

       LIST-DONOR-GIFTS.
      *> a donor's boxes sit together on the alternate index --
      *> position there and read until the donor changes
           MOVE 0 TO WS-LISTED-COUNT
           MOVE DONOR-ID TO WS-LIST-DONOR
           MOVE DONOR-ID TO GIFT-DONOR-ID
           START GIFT-DATABASE KEY IS NOT LESS THAN GIFT-DONOR-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF
           END-START
           PERFORM LIST-NEXT-DONOR-GIFT UNTIL EOF-REACHED
           DISPLAY "Gifts on file: " WS-LISTED-COUNT.

       LIST-NEXT-DONOR-GIFT.
           READ GIFT-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF GIFT-DONOR-ID NOT EQUAL WS-LIST-DONOR THEN
                       MOVE "Y" TO WS-EOF
                   ELSE
                       PERFORM DISPLAY-GIFT
                       ADD 1 TO WS-LISTED-COUNT
                   END-IF
           END-READ.

       DISPLAY-GIFT.
           DISPLAY "  gift " GIFT-ID
               " received " GIFT-RECEIVED-DATE
               " items "    GIFT-ITEM-COUNT
               " "          FUNCTION TRIM(GIFT-DESCRIPTION)
           IF GIFT-STATUS IS EQUAL TO "T" THEN
               DISPLAY "    added "   GIFT-ADDED-COUNT
                   " (linked "        GIFT-LINKED-COUNT ")"
                   " book sale "      GIFT-SALE-COUNT
                   " discarded "      GIFT-DISCARD-COUNT
           ELSE
               DISPLAY "    not sorted yet"
           END-IF
           IF GIFT-ACK-DATE IS GREATER THAN 0 THEN
               DISPLAY "    acknowledged " GIFT-ACK-DATE
           END-IF.

       UPDATE-DONOR.
      *> a donor keeps the same ID through a change of name or
      *> address, so the boxes already logged stay with them
           DISPLAY "Please enter the donor ID: "
           ACCEPT DONOR-ID
           PERFORM FIND-DONOR
           IF DONOR-WAS-FOUND THEN
               DISPLAY "Current name: " FUNCTION TRIM(DONOR-NAME)
               DISPLAY "Please enter the new name: "
               ACCEPT DONOR-NAME
               DISPLAY "Current address: "
                   FUNCTION TRIM(DONOR-ADDRESS-1) ", "
                   FUNCTION TRIM(DONOR-ADDRESS-2)
               PERFORM DISPLAY-DONOR
               PERFORM ACCEPT-DONOR-DETAILS
               REWRITE DONOR-RECORD
                   INVALID KEY
                       DISPLAY "error: unable to update donor"
                   NOT INVALID KEY
                       DISPLAY "Donor updated"
               END-REWRITE
           END-IF.

       LIST-DONORS.
           MOVE 0 TO WS-LISTED-COUNT
           MOVE "N" TO WS-EOF
           MOVE SPACES TO DONOR-ID
           START DONOR-DATABASE KEY IS NOT LESS THAN DONOR-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM LIST-NEXT-DONOR UNTIL EOF-REACHED
           DISPLAY "Total donors listed: " WS-LISTED-COUNT.

       LIST-NEXT-DONOR.
           READ DONOR-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM DISPLAY-DONOR
                   ADD 1 TO WS-LISTED-COUNT
           END-READ.

       LOG-GIFT.
      *> a box is logged the day it arrives, before anyone has
      *> looked through it -- the donor's letter counts what was
      *> given, whatever we end up keeping
           DISPLAY "Please enter the donor ID (add the donor first"
               " if they are new): "
           ACCEPT DONOR-ID
           PERFORM FIND-DONOR
           IF DONOR-WAS-FOUND THEN
               DISPLAY "Gift from " FUNCTION TRIM(DONOR-NAME)
               MOVE DONOR-ID TO GIFT-DONOR-ID
               DISPLAY "Please enter the date received (YYYYMMDD, 0"
                   " for today): "
               ACCEPT GIFT-RECEIVED-DATE
               IF GIFT-RECEIVED-DATE IS EQUAL TO 0 THEN
                   MOVE WS-TODAY TO GIFT-RECEIVED-DATE
               END-IF
               DISPLAY "Please describe the gift (e.g. 2 boxes of"
                   " paperbacks): "
               ACCEPT GIFT-DESCRIPTION
               DISPLAY "Please enter the number of items: "
               ACCEPT GIFT-ITEM-COUNT
               IF GIFT-ITEM-COUNT IS EQUAL TO 0 THEN
                   DISPLAY "error: a gift has to hold at least one"
                       " item"
               ELSE
                   MOVE WS-NEXT-GIFT TO GIFT-ID
                   MOVE "R" TO GIFT-STATUS
                   MOVE 0 TO GIFT-ADDED-COUNT
                   MOVE 0 TO GIFT-SALE-COUNT
                   MOVE 0 TO GIFT-DISCARD-COUNT
                   MOVE 0 TO GIFT-LINKED-COUNT
                   MOVE 0 TO GIFT-ACK-DATE
                   MOVE SIGNON-OPERATOR TO GIFT-OPERATOR
                   WRITE GIFT-RECORD
                       INVALID KEY
                           DISPLAY "error: unable to log the gift"
                       NOT INVALID KEY
                           DISPLAY "Gift " GIFT-ID " logged -- write"
                               " the number on the box"
                           ADD 1 TO WS-NEXT-GIFT
                   END-WRITE
               END-IF
           END-IF.

       FIND-GIFT.
           DISPLAY "Please enter the gift number: "
           ACCEPT GIFT-ID
           READ GIFT-DATABASE RECORD
               KEY IS GIFT-ID
               INVALID KEY
                   MOVE "N" TO WS-GIFT-FOUND
                   DISPLAY "error: that gift number is not on file"
               NOT INVALID KEY
                   MOVE "Y" TO WS-GIFT-FOUND
           END-READ.

       SORT-GIFT.
      *> every item in the box has to be accounted for, so the three
      *> counts must add up to what was logged at intake
           PERFORM FIND-GIFT
           IF GIFT-WAS-FOUND THEN
               PERFORM DISPLAY-GIFT
               IF GIFT-STATUS IS EQUAL TO "T" THEN
                   DISPLAY "error: that gift has already been sorted"
                       " -- use option 7 to link its added copies"
               ELSE
                   DISPLAY "How many were added to the collection? "
                   ACCEPT GIFT-ADDED-COUNT
                   DISPLAY "How many went to the Friends book sale? "
                   ACCEPT GIFT-SALE-COUNT
                   DISPLAY "How many were discarded? "
                   ACCEPT GIFT-DISCARD-COUNT
                   COMPUTE WS-SORTED-TOTAL = GIFT-ADDED-COUNT
                       + GIFT-SALE-COUNT + GIFT-DISCARD-COUNT
                   IF WS-SORTED-TOTAL NOT EQUAL GIFT-ITEM-COUNT THEN
                       DISPLAY "error: those add up to "
                           WS-SORTED-TOTAL " but the gift held "
                           GIFT-ITEM-COUNT " -- nothing recorded"
                   ELSE
                       MOVE "T" TO GIFT-STATUS
                       REWRITE GIFT-RECORD
                           INVALID KEY
                               DISPLAY "error: unable to update gift"
                           NOT INVALID KEY
                               DISPLAY "Gift " GIFT-ID " sorted"
                       END-REWRITE
                       IF GIFT-ADDED-COUNT IS GREATER THAN 0 THEN
                           PERFORM LINK-ADDED-COPIES
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LINK-GIFT.
           PERFORM FIND-GIFT
           IF GIFT-WAS-FOUND THEN
               PERFORM DISPLAY-GIFT
               IF GIFT-STATUS NOT EQUAL "T" THEN
                   DISPLAY "error: record how the gift was sorted"
                       " first"
               ELSE
                   PERFORM LINK-ADDED-COPIES
               END-IF
           END-IF.

       LINK-ADDED-COPIES.
      *> the added copies are catalogued and barcoded the usual way
      *> -- ADD-BOOK and ITEM-MAINT -- and then scanned here, so the
      *> copy carries its donor. A blank scan stops; the rest can be
      *> linked later as they come back from processing
           IF NOT ITEM-FILE-PRESENT THEN
               DISPLAY "error: no item file -- register the copies"
                   " with ITEM-MAINT first"
           ELSE
               IF GIFT-LINKED-COUNT IS EQUAL TO GIFT-ADDED-COUNT THEN
                   DISPLAY "All " GIFT-ADDED-COUNT " added copies are"
                       " already linked"
               ELSE
                   MOVE "N" TO WS-LINK-DONE
                   PERFORM LINK-ONE-COPY UNTIL LINKING-DONE
                   REWRITE GIFT-RECORD
                       INVALID KEY
                           DISPLAY "error: unable to update gift"
                   END-REWRITE
                   DISPLAY GIFT-LINKED-COUNT " of " GIFT-ADDED-COUNT
                       " added copies linked to gift " GIFT-ID
               END-IF
           END-IF.

       LINK-ONE-COPY.
           COMPUTE WS-LINK-NUMBER = GIFT-LINKED-COUNT + 1
           DISPLAY "Scan added copy " WS-LINK-NUMBER " of "
               GIFT-ADDED-COUNT " (blank to stop): "
           MOVE SPACES TO WS-BARCODE
           ACCEPT WS-BARCODE
           IF WS-BARCODE IS EQUAL TO SPACES THEN
               MOVE "Y" TO WS-LINK-DONE
           ELSE
               MOVE WS-BARCODE TO ITEM-BARCODE
               READ ITEM-DATABASE RECORD
                   KEY IS ITEM-BARCODE
                   INVALID KEY
                       DISPLAY "error: that barcode is not on file --"
                           " register it with ITEM-MAINT first"
                   NOT INVALID KEY
                       PERFORM LINK-SCANNED-COPY
               END-READ
           END-IF
           IF GIFT-LINKED-COUNT IS NOT LESS THAN GIFT-ADDED-COUNT THEN
               MOVE "Y" TO WS-LINK-DONE
           END-IF.

       LINK-SCANNED-COPY.
           IF ITEM-GIFT-ID IS GREATER THAN 0 THEN
               DISPLAY "error: that copy is already linked to gift "
                   ITEM-GIFT-ID
           ELSE
               MOVE GIFT-DONOR-ID TO ITEM-DONOR-ID
               MOVE GIFT-ID TO ITEM-GIFT-ID
               REWRITE ITEM-RECORD
                   INVALID KEY
                       DISPLAY "error: unable to update item"
                   NOT INVALID KEY
                       ADD 1 TO GIFT-LINKED-COUNT
               END-REWRITE
           END-IF.
