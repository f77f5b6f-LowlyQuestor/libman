       01 WS-LOAN-PERIOD-DAYS   PIC 9(3) VALUE 14.
       01 WS-FINE-RATE-DAILY    PIC 9(3)V99 VALUE 0.25.
       01 WS-DAYS-OVERDUE       PIC S9(5).
       01 WS-FINE-THROUGH       PIC 9(8).
       01 WS-FINE-DISPLAY       PIC ZZ,ZZ9.99.
       01 WS-BALANCE            PIC S9(7)V99.
       01 WS-OPEN-LOAN-COUNT    PIC 9(5) COMP.
       01 WS-I                  PIC 9(2) COMP.

           COPY "borlim.cpy".
           COPY "signon.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO SIGNON-REQUEST
           MOVE "C" TO SIGNON-NEED-ROLE
           CALL "STAFF-SIGNON" USING SIGNON-AREA
           IF NOT SIGNON-GRANTED THEN
               STOP RUN
           END-IF
           MOVE "N" TO WS-OFF-EOF
           MOVE 0 TO WS-PROCESSED-COUNT
           MOVE 0 TO WS-APPLIED-COUNT
           MOVE 0 TO LOAN-RENEWAL-COUNT
           MOVE SPACE TO LOAN-CLOSE-REASON
           MOVE SPACES TO LOAN-BARCODE
           MOVE 0 TO LOAN-CLAIM-DATE
           WRITE LOAN-RECORD
               INVALID KEY
                   PERFORM WRITE-EXCEPTION-LINE-DUP-LOAN
           MOVE HOLD-ISBN TO NOTIFY-ISBN
           MOVE HOLD-READY-DATE TO NOTIFY-EVENT-DATE
           ACCEPT NOTIFY-QUEUED-DATE FROM DATE YYYYMMDD
           MOVE SPACE TO NOTIFY-CHANNEL
           WRITE NOTIFY-RECORD.

       RELEASE-COPY-TO-POOL.
       ASSESS-OVERDUE-FINE.
      *> a return that closes late writes the fine to the ledger, at
      *> the rate the live desk would have used on the captured day
      *> a loan the borrower claimed to have returned stopped
      *> running up a fine on the day of the claim
           MOVE LOAN-RETURN-DATE TO WS-FINE-THROUGH
           IF LOAN-CLAIM-DATE IS GREATER THAN 0
               AND LOAN-CLAIM-DATE IS LESS THAN WS-FINE-THROUGH THEN
               MOVE LOAN-CLAIM-DATE TO WS-FINE-THROUGH
           END-IF
           IF WS-FINE-THROUGH IS GREATER THAN LOAN-DUE-DATE THEN
               PERFORM LOOK-UP-FINE-RATE
               COMPUTE WS-DAYS-OVERDUE =
                   FUNCTION INTEGER-OF-DATE(WS-FINE-THROUGH)
                       - FUNCTION INTEGER-OF-DATE(LOAN-DUE-DATE)
               MOVE LOAN-BORROWER-ID TO FINE-BORROWER-ID
               ACCEPT FINE-DATE FROM DATE YYYYMMDD
               MOVE 0 TO FINE-RECEIPT-NO
               MOVE 0 TO FINE-SESSION-NO
               MOVE SPACE TO FINE-TENDER
      *> the fine belongs to whoever took the return at the desk;
      *> captures from before operators were keyed fall back to
      *> the operator running the replay
               IF OFF-OPERATOR IS EQUAL TO SPACES THEN
                   MOVE SIGNON-OPERATOR TO FINE-OPERATOR
               ELSE
                   MOVE OFF-OPERATOR TO FINE-OPERATOR
               END-IF
               MOVE SPACES TO FINE-CAMPAIGN
               WRITE FINE-RECORD
                   INVALID KEY
                       DISPLAY "error: unable to record fine"
