      *> leaves AVAILABLE-COPIES while it is with the partner and
      *> goes straight back into the pool when it returns -- holds
      *> never trap a copy that is spoken for by a partner library.
      *> The overdue listing in both directions keeps us honest.
      *> Every request names a partner from the directory in
      *> partners.db; a lend takes its due date from the partner's
      *> agreed loan period unless the desk keys another, and each
      *> request carries the partner's agreed fee for the
      *> reciprocity report
      AUTHOR. Aidan Simon.


           RECORD KEY IS BORROWER-ID
           FILE STATUS IS BRS.

           SELECT PARTNER-DATABASE *> Libraries we trade ILLs with
           ASSIGN TO "./partners.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARTNER-ID
           FILE STATUS IS PTS.

           SELECT TRANSACTION-LOG *> Audit trail of catalog changes
           ASSIGN TO "./transaction.log"
           ORGANIZATION IS LINE SEQUENTIAL

           COPY "borrec.cpy".

       FD  PARTNER-DATABASE
           DATA RECORD IS PARTNER-RECORD.

           COPY "partrec.cpy".

       FD  TRANSACTION-LOG
           DATA RECORD IS AUDIT-RECORD.

          88 LNS-FILE-NOT-FOUND       VALUE "35".
       01 BRS                   PIC X(2).
          88 BRS-OK                   VALUE "00".
       01 PTS                   PIC X(2).
          88 PTS-OK                   VALUE "00".
       01 TLS                   PIC X(2).
          88 TLS-OK                   VALUE "00".
       01 OVS                   PIC X(2).
          88 ILL-WAS-FOUND            VALUE "Y".
       01 WS-BORROWER-VALID     PIC X(2) VALUE "N".
          88 BORROWER-IS-VALID        VALUE "Y".
       01 WS-PARTNER-VALID      PIC X(2) VALUE "N".
          88 PARTNER-IS-VALID         VALUE "Y".
       01 WS-LOAN-DAYS-DISPLAY  PIC ZZ9.
       01 WS-BOOK-FOUND         PIC X(2) VALUE "N".
          88 BOOK-WAS-FOUND           VALUE "Y".
       01 WS-LOAN-FOUND         PIC X(2) VALUE "N".
       01 WS-DAYS-OVER          PIC S9(5).
       01 WS-DAYS-DISPLAY       PIC ZZZZ9.
       01 WS-COUNT-DISPLAY      PIC ZZZZ9.
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
           PERFORM OPEN-DATABASES
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM FIND-NEXT-ILL-NUMBER
           CLOSE LIBRARY-DATABASE
           CLOSE LOAN-DATABASE
           CLOSE BORROWER-DATABASE
           CLOSE PARTNER-DATABASE
           CLOSE TRANSACTION-LOG
           GOBACK.

               CLOSE LOAN-DATABASE
               GOBACK
           END-IF.
           OPEN INPUT PARTNER-DATABASE.
           IF NOT PTS-OK THEN
               DISPLAY "Error opening partner file -- set up partner"
                   " libraries in ILL-PARTNER-MAINT first"
               CLOSE ILL-DATABASE
               CLOSE LIBRARY-DATABASE
               CLOSE LOAN-DATABASE
               CLOSE BORROWER-DATABASE
               GOBACK
           END-IF.
      *> the log is append-only, so EXTEND both creates it the first
      *> time and picks up where the last run left off after that
           OPEN EXTEND TRANSACTION-LOG.
               CLOSE LIBRARY-DATABASE
               CLOSE LOAN-DATABASE
               CLOSE BORROWER-DATABASE
               CLOSE PARTNER-DATABASE
               GOBACK
           END-IF.

               ACCEPT ILL-ISBN
               DISPLAY "Please enter the title: "
               ACCEPT ILL-TITLE
               PERFORM VALIDATE-PARTNER
           END-IF
           IF BORROWER-IS-VALID AND PARTNER-IS-VALID THEN
               MOVE PARTNER-BORROW-FEE TO ILL-FEE
               MOVE WS-NEXT-ILL TO ILL-ID
               MOVE "B" TO ILL-DIRECTION
               MOVE "Q" TO ILL-STATUS
                   END-IF
           END-READ.

       VALIDATE-PARTNER.
      *> the name is copied from the directory, so the same library
      *> is spelled the same way on every request
           DISPLAY "Please enter the partner library's ID: "
           ACCEPT ILL-PARTNER-ID
           MOVE ILL-PARTNER-ID TO PARTNER-ID
           READ PARTNER-DATABASE RECORD
               KEY IS PARTNER-ID
               INVALID KEY
                   MOVE "N" TO WS-PARTNER-VALID
                   DISPLAY "error: that partner ID is not in the"
                       " directory"
               NOT INVALID KEY
                   MOVE "Y" TO WS-PARTNER-VALID
                   MOVE PARTNER-NAME TO ILL-PARTNER
                   DISPLAY "Partner: " FUNCTION TRIM(PARTNER-NAME)
           END-READ.

       FIND-ILL-RECORD.
           DISPLAY "Please enter the ILL number: "
           ACCEPT ILL-ID
           MOVE 0 TO LOAN-RENEWAL-COUNT
           MOVE SPACE TO LOAN-CLOSE-REASON
           MOVE SPACES TO LOAN-BARCODE
           MOVE 0 TO LOAN-CLAIM-DATE
           WRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "error: unable to record the ILL loan"
           END-READ.

       WRITE-LEND-RECORD.
           PERFORM VALIDATE-PARTNER
           IF PARTNER-IS-VALID THEN
               PERFORM WRITE-VALID-LEND-RECORD
           END-IF.

       WRITE-VALID-LEND-RECORD.
      *> the due date defaults to the loan period agreed with this
      *> partner; the desk can still key a date for a one-off
           MOVE PARTNER-LOAN-DAYS TO WS-LOAN-DAYS-DISPLAY
           DISPLAY "Please enter the date the partner must return by"
               " (YYYYMMDD, 0 for the usual " WS-LOAN-DAYS-DISPLAY
               " days): "
           ACCEPT ILL-DUE-DATE
           IF ILL-DUE-DATE IS EQUAL TO 0 THEN
               COMPUTE ILL-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       + PARTNER-LOAN-DAYS)
           END-IF
           MOVE PARTNER-LEND-FEE TO ILL-FEE
           MOVE WS-NEXT-ILL TO ILL-ID
           MOVE "L" TO ILL-DIRECTION
           MOVE BOOK-ISBN TO ILL-ISBN
                   END-REWRITE
                   DISPLAY "ILL " ILL-ID ": "
                       FUNCTION TRIM(ILL-TITLE) " shipped to "
                       FUNCTION TRIM(ILL-PARTNER) " due back "
                       ILL-DUE-DATE
                   ADD 1 TO WS-NEXT-ILL
           END-WRITE.

               STRING "copies=" TOTAL-COPIES
                   DELIMITED BY SIZE INTO AUDIT-AFTER
           END-IF
           MOVE SIGNON-OPERATOR TO AUDIT-OPERATOR
           WRITE AUDIT-RECORD.

       LIST-OPEN-REQUESTS.
