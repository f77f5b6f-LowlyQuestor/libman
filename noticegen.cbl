      *> how long the oldest item has been out. Each loan remembers the
      *> tier already sent so the same letter isn't regenerated every
      *> night -- a loan only appears again once it crosses into the
      *> next tier. A child's notice goes to the guardian their card
      *> is linked to
      AUTHOR. Aidan Simon.


           ALTERNATE RECORD KEY IS LOAN-BORROWER-ID WITH DUPLICATES
           FILE STATUS IS LNS.

           SELECT BORROWER-DATABASE *> Master file of registered borrowers
           ASSIGN TO "./borrowers.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BORROWER-ID
           FILE STATUS IS BRS.

           SELECT NOTICE-FILE *> One formatted notice per borrower
           ASSIGN TO WS-NOTICE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL

           COPY "loanrec.cpy".

       FD  BORROWER-DATABASE
           DATA RECORD IS BORROWER-RECORD.

           COPY "borrec.cpy".

       FD  NOTICE-FILE
           DATA RECORD IS NOTICE-LINE.
       01  NOTICE-LINE              PIC X(80).
          88 NTS-OK                   VALUE "00".
       01 NQS                   PIC X(2).
          88 NQS-OK                   VALUE "00".
       01 BRS                   PIC X(2).
          88 BRS-OK                   VALUE "00".
       01 WS-BORROWER-FILE      PIC X(2) VALUE "N".
          88 BORROWER-FILE-PRESENT    VALUE "Y".
       01 WS-HOLDER-NAME        PIC X(30).
       01 WS-ADDRESSEE-ID       PIC X(10).
       01 WS-ADDRESSEE-NAME     PIC X(30).
       01 WS-EOF                PIC X(2) VALUE "N".
          88 EOF-REACHED              VALUE "Y".
       01 WS-TODAY              PIC 9(8).
           END-IF
           CLOSE LOAN-DATABASE
           CLOSE NOTIFY-QUEUE
           IF BORROWER-FILE-PRESENT THEN
               CLOSE BORROWER-DATABASE
           END-IF
           STOP RUN.

       OPEN-DATABASE.
               DISPLAY "Error opening notification queue"
               STOP RUN
           END-IF.
      *> the master file only decides who a notice is addressed to --
      *> without it every notice goes to the cardholder as it always
      *> did
           OPEN INPUT BORROWER-DATABASE.
           IF BRS-OK THEN
               MOVE "Y" TO WS-BORROWER-FILE
           ELSE
               MOVE "N" TO WS-BORROWER-FILE
           END-IF.

       COLLECT-NEXT-LOAN.
           READ LOAN-DATABASE NEXT RECORD
           END-READ.

       COLLECT-IF-NOTICE-DUE.
      *> a loan the borrower claims to have returned gets no letters
      *> while the shelves are searched
           IF LOAN-RETURN-DATE IS EQUAL TO 0
               AND LOAN-CLAIM-DATE IS EQUAL TO 0
               AND LOAN-DUE-DATE IS LESS THAN WS-TODAY THEN
               COMPUTE WS-DAYS-OVERDUE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
           STRING "OVERDUE NOTICE -- " WS-TODAY
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE
           PERFORM FIND-ADDRESSEE
           MOVE SPACES TO NOTICE-LINE
           IF WS-ADDRESSEE-ID IS EQUAL TO WS-GROUP-BORROWER THEN
               STRING "To borrower: " FUNCTION TRIM(WS-GROUP-BORROWER)
                   DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE
           ELSE
               STRING "To: " FUNCTION TRIM(WS-ADDRESSEE-NAME)
                   " (" FUNCTION TRIM(WS-ADDRESSEE-ID) ")"
                   DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE
               MOVE SPACES TO NOTICE-LINE
               STRING "Items on the card of "
                   FUNCTION TRIM(WS-HOLDER-NAME)
                   " (" FUNCTION TRIM(WS-GROUP-BORROWER) ")"
                   DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           EVALUATE WS-GROUP-TIER
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE.

       FIND-ADDRESSEE.
      *> a child's notice goes to the guardian their card is linked
      *> to; anyone else (or a guardian no longer on file) gets their
      *> own
           MOVE WS-GROUP-BORROWER TO WS-ADDRESSEE-ID
           MOVE SPACES TO WS-ADDRESSEE-NAME
           MOVE SPACES TO WS-HOLDER-NAME
           IF BORROWER-FILE-PRESENT THEN
               MOVE WS-GROUP-BORROWER TO BORROWER-ID
               READ BORROWER-DATABASE RECORD
                   KEY IS BORROWER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BORROWER-NAME TO WS-HOLDER-NAME
                       IF BORROWER-GUARDIAN-ID NOT EQUAL SPACES THEN
                           PERFORM FIND-GUARDIAN
                       END-IF
               END-READ
           END-IF.

       FIND-GUARDIAN.
           MOVE BORROWER-GUARDIAN-ID TO BORROWER-ID
           READ BORROWER-DATABASE RECORD
               KEY IS BORROWER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BORROWER-ID TO WS-ADDRESSEE-ID
                   MOVE BORROWER-NAME TO WS-ADDRESSEE-NAME
           END-READ.

       WRITE-GROUP-DETAIL.
           IF WS-NE-BORROWER(WS-J) IS EQUAL TO WS-GROUP-BORROWER
               AND WS-NE-DONE(WS-J) IS EQUAL TO "N" THEN
           MOVE WS-NE-ISBN(WS-J) TO NOTIFY-ISBN
           MOVE WS-NE-DUE(WS-J) TO NOTIFY-EVENT-DATE
           MOVE WS-TODAY TO NOTIFY-QUEUED-DATE
           MOVE SPACE TO NOTIFY-CHANNEL
           WRITE NOTIFY-RECORD.

       STAMP-LOAN-TIER.
