      IDENTIFICATION DIVISION.
      PROGRAM-ID. NOTIFY-BOUNCES.
      *> Reads the bounce file the mail vendor sends back
      *> (notify_bounce.dat) after NOTIFY-DISPATCH handed it
      *> notify_email.dat. The vendor returns each undeliverable
      *> handoff line as it was sent, with the bounce reason added as
      *> one more field. Each bounce is matched to the sent entry on
      *> the notification queue, which is marked B and queued again
      *> as a printed letter, and to the borrower whose address it
      *> went to, whose email is flagged undeliverable so later
      *> notices go to print until the desk takes a new address. The
      *> queue is rewritten through a work file the way
      *> NOTIFY-DISPATCH does it; a processed bounce file is renamed
      *> to notify_bounce.done so the next one doesn't pile onto it.
      *> Lines past what one run can hold are copied to
      *> notify_bounce.carry, which then becomes notify_bounce.dat,
      *> so the next run starts where this one stopped
      AUTHOR. Aidan Simon.


      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOUNCE-FILE *> Undeliverable handoff lines, vendor's
           ASSIGN TO "./notify_bounce.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BNS.

           SELECT BOUNCE-CARRY *> Bounce lines left over for the next run
           ASSIGN TO "./notify_bounce.carry"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BCS.

           SELECT NOTIFY-QUEUE *> Outbound notifications, typed entries
           ASSIGN TO "./notifyq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NQS.

           SELECT NOTIFY-WORK *> Rewritten queue, renamed over the old
           ASSIGN TO "./notifyq.new"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NWS.

           SELECT BORROWER-DATABASE *> Master file of registered borrowers
           ASSIGN TO "./borrowers.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BORROWER-ID
           FILE STATUS IS BRS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOUNCE-FILE
           DATA RECORD IS BOUNCE-LINE.
       01  BOUNCE-LINE              PIC X(200).

       FD  BOUNCE-CARRY
           DATA RECORD IS CARRY-LINE.
       01  CARRY-LINE               PIC X(200).

       FD  NOTIFY-QUEUE
           DATA RECORD IS NOTIFY-RECORD.

           COPY "notifyrec.cpy".

       FD  NOTIFY-WORK
           DATA RECORD IS WORK-RECORD.

           COPY "notifyrec.cpy"
               REPLACING LEADING ==NOTIFY== BY ==WORK==.

       FD  BORROWER-DATABASE
           DATA RECORD IS BORROWER-RECORD.

           COPY "borrec.cpy".

       WORKING-STORAGE SECTION.
       01 BNS                   PIC X(2).
          88 BNS-OK                   VALUE "00".
       01 BCS                   PIC X(2).
          88 BCS-OK                   VALUE "00".
       01 WS-CARRY-FILE         PIC X(2) VALUE "N".
          88 CARRY-FILE-OPEN          VALUE "Y".
       01 NQS                   PIC X(2).
          88 NQS-OK                   VALUE "00".
       01 NWS                   PIC X(2).
          88 NWS-OK                   VALUE "00".
       01 BRS                   PIC X(2).
          88 BRS-OK                   VALUE "00".
       01 WS-EOF                PIC X(2) VALUE "N".
          88 EOF-REACHED              VALUE "Y".
       01 WS-TODAY              PIC 9(8).
       01 WS-LINE-NUMBER        PIC 9(5) COMP VALUE 0.
       01 WS-READ-COUNT         PIC 9(5) COMP VALUE 0.
       01 WS-REJECT-COUNT       PIC 9(5) COMP VALUE 0.
       01 WS-REQUEUED-COUNT     PIC 9(5) COMP VALUE 0.
       01 WS-UNMATCHED-COUNT    PIC 9(5) COMP VALUE 0.
       01 WS-FLAGGED-COUNT      PIC 9(5) COMP VALUE 0.
       01 WS-CHANGED-COUNT      PIC 9(5) COMP VALUE 0.
       01 WS-OVERFLOW-COUNT     PIC 9(5) COMP VALUE 0.
      *> one bounce line taken apart -- the handoff fields in the
      *> order NOTIFY-DISPATCH wrote them, then the vendor's reason
       01 WS-FIELD-COUNT        PIC 9(2) COMP.
       01 WS-BN-EMAIL           PIC X(30).
       01 WS-BN-NAME            PIC X(30).
       01 WS-BN-TYPE            PIC X(1).
       01 WS-BN-ISBN            PIC X(13).
       01 WS-BN-EVENT-DATE      PIC X(8).
       01 WS-BN-TEXT            PIC X(40).
       01 WS-BN-NOTICE-ID       PIC X(10).
       01 WS-BN-ADDRESS-ID      PIC X(10).
       01 WS-BN-REASON          PIC X(60).
      *> the whole bounce file is loaded before the queue is read, so
      *> the queue streams through once however many bounces came
       01 WS-BOUNCE-COUNT       PIC 9(4) COMP VALUE 0.
       01 WS-BOUNCE-LIMIT       PIC 9(4) COMP VALUE 500.
       01 WS-BOUNCE-TABLE.
          05 WS-BOUNCE-ENTRY    OCCURS 500 TIMES.
             10 WS-BE-NOTICE-ID  PIC X(10).
             10 WS-BE-ADDRESS-ID PIC X(10).
             10 WS-BE-TYPE       PIC X(1).
             10 WS-BE-ISBN       PIC 9(13).
             10 WS-BE-EVENT-DATE PIC 9(8).
             10 WS-BE-EMAIL      PIC X(30).
             10 WS-BE-MATCHED    PIC X(1).
       01 WS-I                  PIC 9(4) COMP.
       01 WS-HIT                PIC 9(4) COMP.
       01 WS-OLD-FILENAME       PIC X(40) VALUE "./notifyq.dat".
       01 WS-NEW-FILENAME       PIC X(40) VALUE "./notifyq.new".
       01 WS-BOUNCE-FILENAME    PIC X(40) VALUE "./notify_bounce.dat".
       01 WS-DONE-FILENAME      PIC X(40) VALUE "./notify_bounce.done".
       01 WS-CARRY-FILENAME     PIC X(40)
                                VALUE "./notify_bounce.carry".
       01 WS-FILE-RESULT        PIC S9(9) COMP-5.

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-NEXT-BOUNCE UNTIL EOF-REACHED
           CLOSE BOUNCE-FILE
           IF CARRY-FILE-OPEN THEN
               CLOSE BOUNCE-CARRY
           END-IF
           PERFORM FLAG-BOUNCED-ADDRESS
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I IS GREATER THAN WS-BOUNCE-COUNT
           MOVE "N" TO WS-EOF
           PERFORM REQUEUE-NEXT-ENTRY UNTIL EOF-REACHED
           CLOSE NOTIFY-QUEUE
           CLOSE NOTIFY-WORK
           CLOSE BORROWER-DATABASE
           PERFORM SWAP-IN-NEW-QUEUE
           PERFORM REPORT-UNMATCHED-BOUNCE
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I IS GREATER THAN WS-BOUNCE-COUNT
           DISPLAY "Bounces processed: " WS-READ-COUNT " read, "
               WS-REQUEUED-COUNT " notice(s) re-queued as letters, "
               WS-FLAGGED-COUNT " address(es) flagged undeliverable"
           IF WS-CHANGED-COUNT IS GREATER THAN 0 THEN
               DISPLAY WS-CHANGED-COUNT " bounce(s) for an address the"
                   " borrower has since changed -- not flagged"
           END-IF
           IF WS-UNMATCHED-COUNT IS GREATER THAN 0 THEN
               DISPLAY "warning: " WS-UNMATCHED-COUNT " bounce(s)"
                   " matched no sent notice on the queue"
           END-IF
           IF WS-REJECT-COUNT IS GREATER THAN 0 THEN
               DISPLAY "warning: " WS-REJECT-COUNT " bounce line(s)"
                   " could not be read -- see the errors above"
           END-IF
           PERFORM SET-ASIDE-BOUNCE-FILE
      *> what didn't fit becomes the bounce file the next run reads,
      *> starting with the first line this run had no room for
           IF CARRY-FILE-OPEN THEN
               PERFORM SWAP-IN-CARRY-FILE
           END-IF
           STOP RUN.

       OPEN-FILES.
      *> no bounce file means the vendor had nothing to send back
           OPEN INPUT BOUNCE-FILE.
           IF NOT BNS-OK THEN
               DISPLAY "Nothing to process -- no bounce file on file"
               STOP RUN
           END-IF.
           OPEN INPUT NOTIFY-QUEUE.
           IF NOT NQS-OK THEN
               DISPLAY "Error opening notifyq.dat"
               CLOSE BOUNCE-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT NOTIFY-WORK.
           IF NOT NWS-OK THEN
               DISPLAY "Error opening notifyq.new"
               STOP RUN
           END-IF.
           OPEN I-O BORROWER-DATABASE.
           IF NOT BRS-OK THEN
               DISPLAY "Error opening borrower file"
               STOP RUN
           END-IF.

       LOAD-NEXT-BOUNCE.
           READ BOUNCE-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-LINE-NUMBER
                   IF BOUNCE-LINE NOT EQUAL SPACES THEN
                       PERFORM TAKE-BOUNCE-LINE
                   END-IF
           END-READ.

       TAKE-BOUNCE-LINE.
           IF WS-BOUNCE-COUNT IS LESS THAN WS-BOUNCE-LIMIT THEN
               ADD 1 TO WS-READ-COUNT
               PERFORM LOAD-ONE-BOUNCE
           ELSE
               PERFORM CARRY-BOUNCE-LINE
           END-IF.

       CARRY-BOUNCE-LINE.
      *> once the table is full the rest of the file is copied as it
      *> stands, rejects and all, and looked at on the next run
           IF NOT CARRY-FILE-OPEN THEN
               OPEN OUTPUT BOUNCE-CARRY
               IF NOT BCS-OK THEN
                   DISPLAY "error: unable to open notify_bounce.carry"
                       " -- nothing has been changed"
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-CARRY-FILE
           END-IF
           MOVE BOUNCE-LINE TO CARRY-LINE
           WRITE CARRY-LINE
           ADD 1 TO WS-OVERFLOW-COUNT.

       LOAD-ONE-BOUNCE.
           MOVE SPACES TO WS-BN-EMAIL WS-BN-NAME WS-BN-TYPE
               WS-BN-ISBN WS-BN-EVENT-DATE WS-BN-TEXT
               WS-BN-NOTICE-ID WS-BN-ADDRESS-ID WS-BN-REASON
           MOVE 0 TO WS-FIELD-COUNT
           UNSTRING BOUNCE-LINE DELIMITED BY "|"
               INTO WS-BN-EMAIL WS-BN-NAME WS-BN-TYPE WS-BN-ISBN
                   WS-BN-EVENT-DATE WS-BN-TEXT WS-BN-NOTICE-ID
                   WS-BN-ADDRESS-ID WS-BN-REASON
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING
      *> handoff lines from before the card IDs were added carry
      *> nothing to match on, so those have to be looked at by hand
           IF WS-FIELD-COUNT IS LESS THAN 9
               OR WS-BN-NOTICE-ID IS EQUAL TO SPACES
               OR WS-BN-ADDRESS-ID IS EQUAL TO SPACES THEN
               DISPLAY "error: line " WS-LINE-NUMBER " has no card"
                   " IDs -- check " FUNCTION TRIM(WS-BN-EMAIL)
                   " by hand"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF WS-BN-ISBN IS NOT NUMERIC
                   OR WS-BN-EVENT-DATE IS NOT NUMERIC THEN
                   DISPLAY "error: line " WS-LINE-NUMBER " has a bad"
                       " ISBN or date -- check "
                       FUNCTION TRIM(WS-BN-EMAIL) " by hand"
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   PERFORM ADD-BOUNCE-ENTRY
               END-IF
           END-IF.

       ADD-BOUNCE-ENTRY.
           ADD 1 TO WS-BOUNCE-COUNT
           MOVE WS-BN-NOTICE-ID
               TO WS-BE-NOTICE-ID(WS-BOUNCE-COUNT)
           MOVE WS-BN-ADDRESS-ID
               TO WS-BE-ADDRESS-ID(WS-BOUNCE-COUNT)
           MOVE WS-BN-TYPE TO WS-BE-TYPE(WS-BOUNCE-COUNT)
           MOVE WS-BN-ISBN TO WS-BE-ISBN(WS-BOUNCE-COUNT)
           MOVE WS-BN-EVENT-DATE
               TO WS-BE-EVENT-DATE(WS-BOUNCE-COUNT)
           MOVE WS-BN-EMAIL TO WS-BE-EMAIL(WS-BOUNCE-COUNT)
           MOVE "N" TO WS-BE-MATCHED(WS-BOUNCE-COUNT)
           DISPLAY "bounced: " FUNCTION TRIM(WS-BN-EMAIL)
               " (" FUNCTION TRIM(WS-BN-ADDRESS-ID) ") "
               FUNCTION TRIM(WS-BN-REASON).

       FLAG-BOUNCED-ADDRESS.
      *> the flag goes on the card whose address the mail went to --
      *> the guardian's, for a notice redirected from a child's card.
      *> An address changed since the notice went out is a new one
      *> nobody has tried yet, so it is left alone; so is a rerun
      *> that finds the card already flagged
           MOVE WS-BE-ADDRESS-ID(WS-I) TO BORROWER-ID
           READ BORROWER-DATABASE RECORD
               KEY IS BORROWER-ID
               INVALID KEY
                   DISPLAY "warning: borrower "
                       FUNCTION TRIM(WS-BE-ADDRESS-ID(WS-I))
                       " is no longer on the master file"
               NOT INVALID KEY
                   IF BORROWER-EMAIL NOT EQUAL WS-BE-EMAIL(WS-I) THEN
                       ADD 1 TO WS-CHANGED-COUNT
                   ELSE
                       IF BORROWER-EMAIL-BAD NOT EQUAL "Y" THEN
                           PERFORM MARK-EMAIL-UNDELIVERABLE
                       END-IF
                   END-IF
           END-READ.

       MARK-EMAIL-UNDELIVERABLE.
           MOVE "Y" TO BORROWER-EMAIL-BAD
           MOVE WS-TODAY TO BORROWER-BOUNCE-DATE
           REWRITE BORROWER-RECORD
               INVALID KEY
                   DISPLAY "error: unable to flag borrower "
                       FUNCTION TRIM(BORROWER-ID)
               NOT INVALID KEY
                   ADD 1 TO WS-FLAGGED-COUNT
           END-REWRITE.

       REQUEUE-NEXT-ENTRY.
           READ NOTIFY-QUEUE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE 0 TO WS-HIT
                   IF NOTIFY-STATUS IS EQUAL TO "S" THEN
                       PERFORM FIND-BOUNCE-ENTRY
                   END-IF
                   IF WS-HIT IS GREATER THAN 0 THEN
                       MOVE "B" TO NOTIFY-STATUS
                   END-IF
                   MOVE NOTIFY-RECORD TO WORK-RECORD
                   WRITE WORK-RECORD
                   IF WS-HIT IS GREATER THAN 0 THEN
                       PERFORM WRITE-LETTER-ENTRY
                   END-IF
           END-READ.

       FIND-BOUNCE-ENTRY.
      *> each bounce answers for one sent entry, so two identical
      *> notices with one bounce between them re-queue only one
           PERFORM CHECK-BOUNCE-ENTRY
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I IS GREATER THAN WS-BOUNCE-COUNT
                   OR WS-HIT IS GREATER THAN 0.

       CHECK-BOUNCE-ENTRY.
           IF WS-BE-MATCHED(WS-I) IS EQUAL TO "N"
               AND WS-BE-NOTICE-ID(WS-I) IS EQUAL TO NOTIFY-BORROWER-ID
               AND WS-BE-TYPE(WS-I) IS EQUAL TO NOTIFY-TYPE
               AND WS-BE-ISBN(WS-I) IS EQUAL TO NOTIFY-ISBN
               AND WS-BE-EVENT-DATE(WS-I) IS EQUAL TO
                   NOTIFY-EVENT-DATE THEN
               MOVE WS-I TO WS-HIT
               MOVE "Y" TO WS-BE-MATCHED(WS-I)
           END-IF.

       WRITE-LETTER-ENTRY.
      *> the same notice again, pending, and bound for the printed
      *> letter batch whatever the borrower's preference says
           MOVE NOTIFY-RECORD TO WORK-RECORD
           MOVE "P" TO WORK-STATUS
           MOVE WS-TODAY TO WORK-QUEUED-DATE
           MOVE "L" TO WORK-CHANNEL
           WRITE WORK-RECORD
           ADD 1 TO WS-REQUEUED-COUNT.

       REPORT-UNMATCHED-BOUNCE.
           IF WS-BE-MATCHED(WS-I) IS EQUAL TO "N" THEN
               DISPLAY "no sent notice for bounce: "
                   FUNCTION TRIM(WS-BE-NOTICE-ID(WS-I)) " type "
                   WS-BE-TYPE(WS-I) " ISBN " WS-BE-ISBN(WS-I)
                   " dated " WS-BE-EVENT-DATE(WS-I)
               ADD 1 TO WS-UNMATCHED-COUNT
           END-IF.

       SWAP-IN-NEW-QUEUE.
      *> same two-step replace as NOTIFY-DISPATCH; rerunning after a
      *> failure between the steps re-queues nothing twice because
      *> the bounced entries were already marked B in the work file
           CALL "CBL_DELETE_FILE" USING WS-OLD-FILENAME
               RETURNING WS-FILE-RESULT
           CALL "CBL_RENAME_FILE" USING WS-NEW-FILENAME
               WS-OLD-FILENAME
               RETURNING WS-FILE-RESULT
           IF WS-FILE-RESULT NOT EQUAL 0 THEN
               DISPLAY "error: unable to rename notifyq.new over the"
                   " queue -- do it by hand before the next run"
           END-IF.

       SET-ASIDE-BOUNCE-FILE.
           CALL "CBL_DELETE_FILE" USING WS-DONE-FILENAME
               RETURNING WS-FILE-RESULT
           CALL "CBL_RENAME_FILE" USING WS-BOUNCE-FILENAME
               WS-DONE-FILENAME
               RETURNING WS-FILE-RESULT
           IF WS-FILE-RESULT NOT EQUAL 0 THEN
               DISPLAY "warning: unable to rename notify_bounce.dat"
                   " -- move it aside before the vendor's next file"
           END-IF.

       SWAP-IN-CARRY-FILE.
           CALL "CBL_RENAME_FILE" USING WS-CARRY-FILENAME
               WS-BOUNCE-FILENAME
               RETURNING WS-FILE-RESULT
           IF WS-FILE-RESULT NOT EQUAL 0 THEN
               DISPLAY "error: unable to rename notify_bounce.carry --"
                   " rename it to notify_bounce.dat by hand"
           ELSE
               DISPLAY "warning: " WS-OVERFLOW-COUNT " bounce line(s)"
                   " beyond the table limit were left in"
                   " notify_bounce.dat -- run this again"
           END-IF.
