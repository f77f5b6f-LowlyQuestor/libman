      IDENTIFICATION DIVISION.
      PROGRAM-ID. CLAIMS-RETURNED.
      *> Desk program for a borrower who insists they returned a book
      *> the system still shows out. Recording the claim freezes the
      *> loan while the shelves are searched: its fine stops at the
      *> claim date, OVERDUE-NOTICES and PREDUE-REMINDERS pass it by,
      *> and CHECKOUT-BOOK stops counting it against the loan limit.
      *> Each claim adds to the borrower's claims count, which
      *> PATRON-INQUIRY shows. If the book turns up on the shelf it is
      *> simply returned at RETURN-BOOK; if the borrower finds it at
      *> home the claim is withdrawn here and the loan runs on as
      *> before. CLAIMS-SEARCH-LIST closes claims nobody resolves
      AUTHOR. Aidan Simon.


      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BORROWER-DATABASE *> Master file of registered borrowers
           ASSIGN TO "./borrowers.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BORROWER-ID
           FILE STATUS IS BRS.

           SELECT LOAN-DATABASE *> Tracks which books are checked out
           ASSIGN TO "./loans.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOAN-KEY
           ALTERNATE RECORD KEY IS LOAN-ISBN WITH DUPLICATES
           ALTERNATE RECORD KEY IS LOAN-BORROWER-ID WITH DUPLICATES
           FILE STATUS IS LNS.

           SELECT LIBRARY-DATABASE *> Defines the file to be used as the DB
           ASSIGN TO "./library.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOOK-ISBN
           ALTERNATE RECORD KEY IS BOOK-TITLE WITH DUPLICATES
           FILE STATUS IS DBS.

       DATA DIVISION.
       FILE SECTION.
       FD  BORROWER-DATABASE
           DATA RECORD IS BORROWER-RECORD.

           COPY "borrec.cpy".

       FD  LOAN-DATABASE
           DATA RECORD IS LOAN-RECORD.

           COPY "loanrec.cpy".

       FD  LIBRARY-DATABASE
           DATA RECORD IS LIBRARY-RECORD.

           COPY "librec.cpy".

       WORKING-STORAGE SECTION.
       01 BRS                   PIC X(2).
          88 BRS-OK                   VALUE "00".
       01 LNS                   PIC X(2).
          88 LNS-OK                   VALUE "00".
       01 DBS                   PIC X(2).
          88 DBS-OK                   VALUE "00".
       01 WS-ACTION             PIC 9.
       01 WS-FOUND              PIC X(2) VALUE "N".
          88 BORROWER-WAS-FOUND       VALUE "Y".
       01 WS-LOAN-EOF           PIC X(2) VALUE "N".
          88 LOAN-EOF-REACHED         VALUE "Y".
       01 WS-LOAN-FOUND         PIC X(2) VALUE "N".
          88 LOAN-WAS-FOUND           VALUE "Y".
       01 WS-SEARCH-BORROWER    PIC X(10).
       01 WS-SEARCH-ISBN        PIC 9(13).
       01 WS-OPEN-LOAN-COUNT    PIC 9(3) COMP VALUE 0.
       01 WS-TITLE              PIC X(25).
       01 WS-TODAY              PIC 9(8).
           COPY "signon.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO SIGNON-REQUEST
           MOVE "C" TO SIGNON-NEED-ROLE
           CALL "STAFF-SIGNON" USING SIGNON-AREA
           IF NOT SIGNON-GRANTED THEN
               STOP RUN
           END-IF
           PERFORM OPEN-DATABASES
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM ASK-ACTION
           IF WS-ACTION IS EQUAL TO 1 OR WS-ACTION IS EQUAL TO 2 THEN
               PERFORM FIND-BORROWER
               IF BORROWER-WAS-FOUND THEN
                   PERFORM SELECT-LOAN
                   IF LOAN-WAS-FOUND THEN
                       IF WS-ACTION IS EQUAL TO 1 THEN
                           PERFORM RECORD-CLAIM
                       ELSE
                           PERFORM WITHDRAW-CLAIM
                       END-IF
                   END-IF
               END-IF
           ELSE
               DISPLAY "error: not a valid choice"
           END-IF.
           CLOSE BORROWER-DATABASE.
           CLOSE LOAN-DATABASE.
           CLOSE LIBRARY-DATABASE.
           STOP RUN.

       ASK-ACTION.
           DISPLAY "1. Record a claims-returned"
           DISPLAY "2. Withdraw a claim (the borrower found the book)"
           DISPLAY "Please enter a choice: "
           ACCEPT WS-ACTION.

       OPEN-DATABASES.
           OPEN I-O BORROWER-DATABASE.
           IF NOT BRS-OK THEN
               DISPLAY "Error opening borrower file"
               STOP RUN
           END-IF.
           OPEN I-O LOAN-DATABASE.
           IF NOT LNS-OK THEN
               DISPLAY "Error opening loan file"
               STOP RUN
           END-IF.
           OPEN INPUT LIBRARY-DATABASE.
           IF NOT DBS-OK THEN
               DISPLAY "Error opening database file"
               STOP RUN
           END-IF.

       FIND-BORROWER.
           DISPLAY "Please enter the borrower ID: "
           ACCEPT WS-SEARCH-BORROWER
           MOVE WS-SEARCH-BORROWER TO BORROWER-ID
           READ BORROWER-DATABASE RECORD
               KEY IS BORROWER-ID
               INVALID KEY
                   MOVE "N" TO WS-FOUND
                   DISPLAY "error: that borrower ID is not on file"
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
                   DISPLAY "Borrower: " FUNCTION TRIM(BORROWER-NAME)
                       " -- claims on record: " BORROWER-CLAIM-COUNT
           END-READ.

       SELECT-LOAN.
      *> the patron rarely knows the ISBN, so their open loans are
      *> listed first and the clerk keys the one in dispute
           MOVE "N" TO WS-LOAN-FOUND
           MOVE 0 TO WS-OPEN-LOAN-COUNT
           DISPLAY "Open loans:"
           MOVE 0 TO WS-SEARCH-ISBN
           PERFORM START-BORROWER-LOANS
           PERFORM LIST-NEXT-OPEN-LOAN UNTIL LOAN-EOF-REACHED
           IF WS-OPEN-LOAN-COUNT IS EQUAL TO 0 THEN
               DISPLAY "error: this borrower has no open loans"
           ELSE
               DISPLAY "Please enter the ISBN of the book in question: "
               ACCEPT WS-SEARCH-ISBN
               PERFORM START-BORROWER-LOANS
               PERFORM FIND-NEXT-BORROWER-LOAN
                   UNTIL LOAN-EOF-REACHED OR LOAN-WAS-FOUND
               IF NOT LOAN-WAS-FOUND THEN
                   DISPLAY "error: that ISBN is not out to this"
                       " borrower"
               END-IF
           END-IF.

       START-BORROWER-LOANS.
      *> the borrower alternate key groups a borrower's loans
      *> together, so position there and read until the ID changes
           MOVE WS-SEARCH-BORROWER TO LOAN-BORROWER-ID
           START LOAN-DATABASE KEY IS NOT LESS THAN LOAN-BORROWER-ID
               INVALID KEY
                   MOVE "Y" TO WS-LOAN-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-LOAN-EOF
           END-START.

       LIST-NEXT-OPEN-LOAN.
           READ LOAN-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOAN-EOF
               NOT AT END
                   IF LOAN-BORROWER-ID NOT EQUAL WS-SEARCH-BORROWER THEN
                       MOVE "Y" TO WS-LOAN-EOF
                   ELSE
                       IF LOAN-RETURN-DATE IS EQUAL TO 0 THEN
                           PERFORM DISPLAY-OPEN-LOAN
                       END-IF
                   END-IF
           END-READ.

       DISPLAY-OPEN-LOAN.
           ADD 1 TO WS-OPEN-LOAN-COUNT
           MOVE LOAN-ISBN TO BOOK-ISBN
           READ LIBRARY-DATABASE RECORD
               KEY IS BOOK-ISBN
               INVALID KEY
                   MOVE "(not in catalog)" TO WS-TITLE
               NOT INVALID KEY
                   MOVE BOOK-TITLE TO WS-TITLE
           END-READ
           IF LOAN-CLAIM-DATE IS GREATER THAN 0 THEN
               DISPLAY "  ISBN " LOAN-ISBN " " WS-TITLE
                   " due " LOAN-DUE-DATE
                   "  claimed " LOAN-CLAIM-DATE
           ELSE
               DISPLAY "  ISBN " LOAN-ISBN " " WS-TITLE
                   " due " LOAN-DUE-DATE
           END-IF.

       FIND-NEXT-BORROWER-LOAN.
           READ LOAN-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOAN-EOF
               NOT AT END
                   IF LOAN-BORROWER-ID NOT EQUAL WS-SEARCH-BORROWER THEN
                       MOVE "Y" TO WS-LOAN-EOF
                   ELSE
                       IF LOAN-RETURN-DATE IS EQUAL TO 0
                           AND LOAN-ISBN IS EQUAL TO WS-SEARCH-ISBN THEN
                           MOVE "Y" TO WS-LOAN-FOUND
                       END-IF
                   END-IF
           END-READ.

       RECORD-CLAIM.
           IF LOAN-CLAIM-DATE IS GREATER THAN 0 THEN
               DISPLAY "error: a claim was already recorded on "
                   LOAN-CLAIM-DATE " for this loan"
           ELSE
               MOVE WS-TODAY TO LOAN-CLAIM-DATE
               REWRITE LOAN-RECORD
                   INVALID KEY
                       DISPLAY "error: unable to record the claim"
                   NOT INVALID KEY
                       PERFORM COUNT-CLAIM-AGAINST-BORROWER
                       DISPLAY "Claim recorded -- the loan is frozen"
                           " while the shelves are searched"
               END-REWRITE
           END-IF.

       COUNT-CLAIM-AGAINST-BORROWER.
      *> the borrower record is still current from FIND-BORROWER
           IF BORROWER-CLAIM-COUNT IS LESS THAN 999 THEN
               ADD 1 TO BORROWER-CLAIM-COUNT
           END-IF
           REWRITE BORROWER-RECORD
               INVALID KEY
                   DISPLAY "error: unable to update the claims count"
               NOT INVALID KEY
                   DISPLAY FUNCTION TRIM(BORROWER-NAME)
                       " now has " BORROWER-CLAIM-COUNT
                       " claim(s) on record"
           END-REWRITE.

       WITHDRAW-CLAIM.
      *> the book was in the borrower's hands after all: the loan
      *> picks up where it was, fines and notices included. The
      *> claim still counts -- it was made
           IF LOAN-CLAIM-DATE IS EQUAL TO 0 THEN
               DISPLAY "error: there is no claim on this loan"
           ELSE
               MOVE 0 TO LOAN-CLAIM-DATE
               REWRITE LOAN-RECORD
                   INVALID KEY
                       DISPLAY "error: unable to withdraw the claim"
                   NOT INVALID KEY
                       DISPLAY "Claim withdrawn -- the loan is open"
                           " again, due " LOAN-DUE-DATE
               END-REWRITE
           END-IF.
