      IDENTIFICATION DIVISION.
      PROGRAM-ID. CARD-EXPIRY-NOTICES.
      *> Monthly batch job: queues a "your card expires soon" notice
      *> for every active card that runs out within the warning window.
      *> The end of each run's window is kept in cardexp.ctl and the
      *> next run starts the day after it, so every card is warned
      *> exactly once however the runs are spaced -- and a card
      *> renewed before its notice went out simply isn't in the next
      *> window. The entries go out through NOTIFY-DISPATCH
      AUTHOR. Aidan Simon.


      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BORROWER-DATABASE *> Master file of registered borrowers
           ASSIGN TO "./borrowers.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BORROWER-ID
           FILE STATUS IS BRS.

           SELECT NOTIFY-QUEUE *> Outbound notifications, typed entries
           ASSIGN TO "./notifyq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NQS.

           SELECT EXPIRY-CONTROL *> Last day the previous run covered
           ASSIGN TO "./cardexp.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ECS.

       DATA DIVISION.
       FILE SECTION.
       FD  BORROWER-DATABASE
           DATA RECORD IS BORROWER-RECORD.

           COPY "borrec.cpy".

       FD  NOTIFY-QUEUE
           DATA RECORD IS NOTIFY-RECORD.

           COPY "notifyrec.cpy".

       FD  EXPIRY-CONTROL
           DATA RECORD IS EXPIRY-CONTROL-RECORD.

       01  EXPIRY-CONTROL-RECORD.
           05 EXPIRY-WINDOW-END  PIC 9(8).

       WORKING-STORAGE SECTION.
       01 BRS                   PIC X(2).
          88 BRS-OK                   VALUE "00".
       01 NQS                   PIC X(2).
          88 NQS-OK                   VALUE "00".
       01 ECS                   PIC X(2).
          88 ECS-OK                   VALUE "00".
       01 WS-EOF                PIC X(2) VALUE "N".
          88 EOF-REACHED              VALUE "Y".
       01 WS-TODAY              PIC 9(8).
       01 WS-WARN-DAYS          PIC 9(3).
       01 WS-WINDOW-START       PIC 9(8).
       01 WS-WINDOW-END         PIC 9(8).
       01 WS-LAST-WINDOW-END    PIC 9(8) VALUE 0.
       01 WS-CARD-EXPIRY        PIC 9(8).
       01 WS-CARD-YEARS         PIC 9(2).
       01 WS-L                  PIC 9(1).
       01 WS-QUEUED-COUNT       PIC 9(5) COMP VALUE 0.

           COPY "borlim.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Warn how many days before a card expires?"
               " (0 for the usual 30): "
           ACCEPT WS-WARN-DAYS
           IF WS-WARN-DAYS IS EQUAL TO 0 THEN
               MOVE 30 TO WS-WARN-DAYS
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-WINDOW-END =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       + WS-WARN-DAYS)
           PERFORM READ-EXPIRY-CONTROL
      *> the first run, or one after the job was skipped for longer
      *> than a window, starts from today -- a card that has already
      *> expired finds out at the desk
           IF WS-LAST-WINDOW-END IS LESS THAN WS-TODAY THEN
               MOVE WS-TODAY TO WS-WINDOW-START
           ELSE
               COMPUTE WS-WINDOW-START =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-LAST-WINDOW-END)
                           + 1)
           END-IF
           IF WS-WINDOW-START IS GREATER THAN WS-WINDOW-END THEN
               DISPLAY "Cards expiring through " WS-LAST-WINDOW-END
                   " were already warned -- nothing to do"
               STOP RUN
           END-IF
           PERFORM OPEN-DATABASES
           PERFORM CHECK-NEXT-BORROWER UNTIL EOF-REACHED
           CLOSE BORROWER-DATABASE
           CLOSE NOTIFY-QUEUE
           PERFORM WRITE-EXPIRY-CONTROL
           DISPLAY "Card expiry notices queued: " WS-QUEUED-COUNT
               " (cards expiring " WS-WINDOW-START " through "
               WS-WINDOW-END ")"
           STOP RUN.

       READ-EXPIRY-CONTROL.
      *> no control file just means the job has never run
           MOVE 0 TO WS-LAST-WINDOW-END
           OPEN INPUT EXPIRY-CONTROL
           IF ECS-OK THEN
               READ EXPIRY-CONTROL
                   NOT AT END
                       MOVE EXPIRY-WINDOW-END TO WS-LAST-WINDOW-END
               END-READ
               CLOSE EXPIRY-CONTROL
           END-IF.

       WRITE-EXPIRY-CONTROL.
           OPEN OUTPUT EXPIRY-CONTROL
           IF NOT ECS-OK THEN
               DISPLAY "error: unable to write cardexp.ctl -- the next"
                   " run will warn these cards again"
           ELSE
               MOVE WS-WINDOW-END TO EXPIRY-WINDOW-END
               WRITE EXPIRY-CONTROL-RECORD
               CLOSE EXPIRY-CONTROL
           END-IF.

       OPEN-DATABASES.
           OPEN INPUT BORROWER-DATABASE.
           IF NOT BRS-OK THEN
               DISPLAY "Error opening borrower file"
               STOP RUN
           END-IF.
      *> the notification queue is append-only -- NOTIFY-DISPATCH is
      *> what works it off
           OPEN EXTEND NOTIFY-QUEUE.
           IF NOT NQS-OK THEN
               DISPLAY "Error opening notification queue"
               STOP RUN
           END-IF.

       CHECK-NEXT-BORROWER.
      *> inactive and merged-away cards are left to lapse quietly
           READ BORROWER-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF BORROWER-STATUS IS EQUAL TO "A" THEN
                       PERFORM COMPUTE-CARD-EXPIRY
                       IF WS-CARD-EXPIRY IS NOT LESS THAN
                               WS-WINDOW-START
                           AND WS-CARD-EXPIRY IS NOT GREATER THAN
                               WS-WINDOW-END THEN
                           PERFORM QUEUE-EXPIRY-NOTICE
                       END-IF
                   END-IF
           END-READ.

       COMPUTE-CARD-EXPIRY.
      *> a card from before expiry dates were kept runs out one card
      *> period for its type after registration
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

       QUEUE-EXPIRY-NOTICE.
           MOVE "P" TO NOTIFY-STATUS
           MOVE "E" TO NOTIFY-TYPE
           MOVE BORROWER-ID TO NOTIFY-BORROWER-ID
           MOVE 0 TO NOTIFY-ISBN
           MOVE WS-CARD-EXPIRY TO NOTIFY-EVENT-DATE
           MOVE WS-TODAY TO NOTIFY-QUEUED-DATE
           MOVE SPACE TO NOTIFY-CHANNEL
           WRITE NOTIFY-RECORD
           ADD 1 TO WS-QUEUED-COUNT.
