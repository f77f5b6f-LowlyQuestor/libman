      IDENTIFICATION DIVISION.
      PROGRAM-ID. ILL-PARTNER-MAINT.
      *> Maintains the directory of libraries we trade interlibrary
      *> loans with -- one spelling of each name, where to ship to,
      *> who to call, and the terms agreed with them -- so an ILL
      *> can't be keyed to a partner nobody has set up
      AUTHOR. Aidan Simon.


      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTNER-DATABASE *> Libraries we trade ILLs with
           ASSIGN TO "./partners.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARTNER-ID
           FILE STATUS IS PTS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTNER-DATABASE
           DATA RECORD IS PARTNER-RECORD.

           COPY "partrec.cpy".

       WORKING-STORAGE SECTION.
       01 PTS                   PIC X(2).
          88 PTS-OK                   VALUE "00".
          88 PTS-FILE-NOT-FOUND       VALUE "35".
       01 WS-OPTION             PIC 99.
       01 WS-EOF                PIC X(2) VALUE "N".
          88 EOF-REACHED              VALUE "Y".
       01 WS-FOUND              PIC X(2) VALUE "N".
          88 PARTNER-WAS-FOUND        VALUE "Y".
       01 WS-LISTED-COUNT       PIC 9(5) COMP VALUE 0.
       01 WS-DAYS-DISPLAY       PIC ZZ9.
       01 WS-FEE-DISPLAY        PIC ZZ9.99.
       01 WS-FEE-DISPLAY-2      PIC ZZ9.99.
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
           PERFORM OPEN-DATABASE
           PERFORM DISPLAY-OPTIONS
           PERFORM READ-AND-VERIFY-OPTIONS UNTIL WS-OPTION IS EQUAL TO 6
           CLOSE PARTNER-DATABASE
           GOBACK.

       OPEN-DATABASE.
      *> OPEN OUTPUT on an indexed file wipes it, so the partner file
      *> is opened for update and only created fresh the first time
           OPEN I-O PARTNER-DATABASE.
           IF PTS-FILE-NOT-FOUND THEN
               OPEN OUTPUT PARTNER-DATABASE
               CLOSE PARTNER-DATABASE
               OPEN I-O PARTNER-DATABASE
           END-IF.
           IF NOT PTS-OK THEN
               DISPLAY "Error opening partner file"
               GOBACK
           END-IF.

       DISPLAY-OPTIONS.
           DISPLAY "ILL partner maintenance menu"
           DISPLAY "1. Add a partner library"
           DISPLAY "2. Look up a partner library"
           DISPLAY "3. Update a partner's details and terms"
           DISPLAY "4. List all partner libraries"
           DISPLAY "5. Display options"
           DISPLAY "6. Exit".

       READ-AND-VERIFY-OPTIONS.
           DISPLAY "Please enter a valid choice"
           ACCEPT WS-OPTION
           EVALUATE WS-OPTION
               WHEN 1 PERFORM ADD-PARTNER
               WHEN 2 PERFORM LOOK-UP-PARTNER
               WHEN 3 PERFORM UPDATE-PARTNER
               WHEN 4 PERFORM LIST-PARTNERS
               WHEN 5 PERFORM DISPLAY-OPTIONS
               WHEN 6 CONTINUE
               WHEN OTHER DISPLAY "error: not a valid choice"
           END-EVALUATE.

       ADD-PARTNER.
           DISPLAY "Please enter the new partner ID: "
           ACCEPT PARTNER-ID
           DISPLAY "Please enter the partner library's name: "
           ACCEPT PARTNER-NAME
           PERFORM ACCEPT-PARTNER-DETAILS
           WRITE PARTNER-RECORD
               INVALID KEY
                   DISPLAY "error: that partner ID is already on file"
               NOT INVALID KEY
                   DISPLAY "Partner " FUNCTION TRIM(PARTNER-ID)
                       " added"
           END-WRITE.

       ACCEPT-PARTNER-DETAILS.
           DISPLAY "Please enter the shipping address, first line: "
           ACCEPT PARTNER-ADDRESS-1
           DISPLAY "Please enter the shipping address, second line: "
           ACCEPT PARTNER-ADDRESS-2
           DISPLAY "Please enter the ILL contact's name: "
           ACCEPT PARTNER-CONTACT
           DISPLAY "Please enter the contact's phone number: "
           ACCEPT PARTNER-PHONE
           DISPLAY "Please enter the contact's email address: "
           ACCEPT PARTNER-EMAIL
           PERFORM ACCEPT-PARTNER-TERMS.

       ACCEPT-PARTNER-TERMS.
           DISPLAY "Days we lend to this partner for"
               " (0 for the usual 28): "
           ACCEPT PARTNER-LOAN-DAYS
           IF PARTNER-LOAN-DAYS IS EQUAL TO 0 THEN
               MOVE 28 TO PARTNER-LOAN-DAYS
           END-IF
           DISPLAY "Fee the partner charges us per item borrowed"
               " (999.99): "
           ACCEPT PARTNER-BORROW-FEE
           DISPLAY "Fee we charge the partner per item lent"
               " (999.99): "
           ACCEPT PARTNER-LEND-FEE.

       FIND-PARTNER.
           DISPLAY "Please enter the partner ID: "
           ACCEPT PARTNER-ID
           READ PARTNER-DATABASE RECORD
               KEY IS PARTNER-ID
               INVALID KEY
                   MOVE "N" TO WS-FOUND
                   DISPLAY "error: that partner ID is not on file"
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ.

       LOOK-UP-PARTNER.
           PERFORM FIND-PARTNER
           IF PARTNER-WAS-FOUND THEN
               PERFORM DISPLAY-PARTNER
               DISPLAY "    ship to: " FUNCTION TRIM(PARTNER-ADDRESS-1)
                   ", " FUNCTION TRIM(PARTNER-ADDRESS-2)
               DISPLAY "    contact: " FUNCTION TRIM(PARTNER-CONTACT)
                   " phone: " FUNCTION TRIM(PARTNER-PHONE)
                   " email: " FUNCTION TRIM(PARTNER-EMAIL)
           END-IF.

       DISPLAY-PARTNER.
           MOVE PARTNER-LOAN-DAYS TO WS-DAYS-DISPLAY
           MOVE PARTNER-BORROW-FEE TO WS-FEE-DISPLAY
           MOVE PARTNER-LEND-FEE TO WS-FEE-DISPLAY-2
           DISPLAY "id: "       FUNCTION TRIM(PARTNER-ID)
               " name: "        FUNCTION TRIM(PARTNER-NAME)
               " lend days: "   WS-DAYS-DISPLAY
               " their fee: "   WS-FEE-DISPLAY
               " our fee: "     WS-FEE-DISPLAY-2.

       UPDATE-PARTNER.
      *> a renamed partner keeps its ID, so requests already on file
      *> still count toward it on the reciprocity report
           PERFORM FIND-PARTNER
           IF PARTNER-WAS-FOUND THEN
               DISPLAY "Current name: " FUNCTION TRIM(PARTNER-NAME)
               DISPLAY "Please enter the new name: "
               ACCEPT PARTNER-NAME
               DISPLAY "Current address: "
                   FUNCTION TRIM(PARTNER-ADDRESS-1) ", "
                   FUNCTION TRIM(PARTNER-ADDRESS-2)
               DISPLAY "Current contact: "
                   FUNCTION TRIM(PARTNER-CONTACT) " "
                   FUNCTION TRIM(PARTNER-PHONE) " "
                   FUNCTION TRIM(PARTNER-EMAIL)
               PERFORM DISPLAY-PARTNER
               PERFORM ACCEPT-PARTNER-DETAILS
               REWRITE PARTNER-RECORD
                   INVALID KEY
                       DISPLAY "error: unable to update partner"
                   NOT INVALID KEY
                       DISPLAY "Partner updated"
               END-REWRITE
           END-IF.

       LIST-PARTNERS.
           MOVE 0 TO WS-LISTED-COUNT
           MOVE "N" TO WS-EOF
           MOVE SPACES TO PARTNER-ID
           START PARTNER-DATABASE KEY IS NOT LESS THAN PARTNER-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM LIST-NEXT-PARTNER UNTIL EOF-REACHED
           DISPLAY "Total partners listed: " WS-LISTED-COUNT.

       LIST-NEXT-PARTNER.
           READ PARTNER-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM DISPLAY-PARTNER
                   ADD 1 TO WS-LISTED-COUNT
           END-READ.
