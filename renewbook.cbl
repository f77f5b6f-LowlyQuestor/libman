           RECORD KEY IS FINE-KEY
           FILE STATUS IS FNS.

           SELECT BORROWER-DATABASE *> Registered borrowers
           ASSIGN TO "./borrowers.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BORROWER-ID
           FILE STATUS IS BRS.

           SELECT CLOSURE-CALENDAR *> Weekly closed days and holidays
           ASSIGN TO "./closedcal.dat"
           ORGANIZATION IS LINE SEQUENTIAL

           COPY "finerec.cpy".

       FD  BORROWER-DATABASE
           DATA RECORD IS BORROWER-RECORD.

           COPY "borrec.cpy".

       FD  CLOSURE-CALENDAR
           DATA RECORD IS CALENDAR-RECORD.

       01 WS-BALANCE-DISPLAY    PIC -ZZ,ZZ9.99.
       01 WS-FINE-BLOCKED       PIC X(2) VALUE "N".
          88 ACCOUNT-IS-BLOCKED       VALUE "Y".
       01 BRS                   PIC X(2).
          88 BRS-OK                   VALUE "00".
       01 WS-BORROWER-FILE      PIC X(2) VALUE "N".
          88 BORROWER-FILE-PRESENT    VALUE "Y".
       01 WS-CARD-STATUS        PIC X(2) VALUE "N".
          88 CARD-IS-EXPIRED          VALUE "Y".
       01 WS-CARD-EXPIRY        PIC 9(8).
       01 WS-CARD-YEARS         PIC 9(2).
       01 WS-L                  PIC 9(1).

           COPY "borlim.cpy".
           COPY "signon.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO SIGNON-REQUEST
           MOVE "W" TO SIGNON-NEED-ROLE
           CALL "STAFF-SIGNON" USING SIGNON-AREA
           IF NOT SIGNON-GRANTED THEN
               STOP RUN
           END-IF
           PERFORM OPEN-DATABASES
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-CLOSURE-CALENDAR
           IF NOT LOAN-WAS-FOUND THEN
               DISPLAY "error: no open loan found for that ISBN"
           ELSE
               PERFORM CHECK-CARD-EXPIRY
               IF CARD-IS-EXPIRED THEN
                   DISPLAY "error: this library card expired on "
                       WS-CARD-EXPIRY " -- please renew the card"
                       " before renewing its loans"
               ELSE
                   PERFORM CHECK-FINE-BLOCK
                   IF ACCOUNT-IS-BLOCKED THEN
                       MOVE WS-BALANCE TO WS-BALANCE-DISPLAY
                       DISPLAY "error: this account owes "
                           WS-BALANCE-DISPLAY " -- please settle the"
                           " balance at the fines desk before renewing"
                   ELSE
                       PERFORM LOOK-UP-LOAN-POLICY
                       PERFORM RENEW-THE-LOAN
                   END-IF
               END-IF
           END-IF.
           CLOSE LIBRARY-DATABASE.
           IF FINE-FILE-PRESENT THEN
               CLOSE FINE-DATABASE
           END-IF.
           IF BORROWER-FILE-PRESENT THEN
               CLOSE BORROWER-DATABASE
           END-IF.
           STOP RUN.

       CHECK-CARD-EXPIRY.
      *> an expired card renews nothing until the card itself is
      *> renewed at the desk. A loan whose borrower can't be found
      *> predates the borrower master, and is let through as before;
      *> a card from before expiry dates were kept runs out one card
      *> period for its type after registration
           MOVE "N" TO WS-CARD-STATUS
           IF BORROWER-FILE-PRESENT THEN
               MOVE LOAN-BORROWER-ID TO BORROWER-ID
               READ BORROWER-DATABASE RECORD
                   KEY IS BORROWER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM COMPUTE-CARD-EXPIRY
                       IF WS-CARD-EXPIRY IS LESS THAN WS-TODAY THEN
                           MOVE "Y" TO WS-CARD-STATUS
                       END-IF
               END-READ
           END-IF.

       COMPUTE-CARD-EXPIRY.
           IF BORROWER-EXPIRY-DATE IS GREATER THAN 0 THEN
               MOVE BORROWER-EXPIRY-DATE TO WS-CARD-EXPIRY
           ELSE
               MOVE BL-CARD-YEARS(1) TO WS-CARD-YEARS
               PERFORM MATCH-CARD-YEARS-ENTRY
                   VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L IS GREATER THAN BORROWER-LIMIT-COUNT
               COMPUTE WS-CARD-EXPIRY =
                   BORROWER-REG-DATE + WS-CARD-YEARS * 10000
           END-IF.

       MATCH-CARD-YEARS-ENTRY.
           IF BL-TYPE(WS-L) IS EQUAL TO BORROWER-TYPE THEN
               MOVE BL-CARD-YEARS(WS-L) TO WS-CARD-YEARS
           END-IF.

       CHECK-FINE-BLOCK.
      *> the fine balance has always been computable from fines.db --
      *> now the desk actually looks before extending a loan
           ELSE
               MOVE "N" TO WS-FINE-FILE
           END-IF.
      *> the borrower master is only needed for the card expiry check,
      *> so a site without one renews as it always did
           OPEN INPUT BORROWER-DATABASE.
           IF BRS-OK THEN
               MOVE "Y" TO WS-BORROWER-FILE
           ELSE
               MOVE "N" TO WS-BORROWER-FILE
           END-IF.

       LOAD-CLOSURE-CALENDAR.
      *> the calendar file is optional -- with no file the library is
