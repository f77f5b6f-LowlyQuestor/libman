      *> and when, a check-in step that marks an expected issue
      *> received, and a claims run that lists everything past its
      *> expected date for a vendor chaser letter. Received issues
      *> surface on the public terminal through CATALOG-SEARCH.
      *> A journal with a routing list goes round the staff and
      *> borrowers on it before it is shelved: check-in queues a
      *> routing slip (routing_slips.txt) and marks the issue out on
      *> routing, and each hand-on is recorded here until it comes
      *> back to the desk; ROUTING-OVERDUE chases the slow ones
      AUTHOR. Aidan Simon.


           RECORD KEY IS ISSUE-KEY
           FILE STATUS IS ISS.

           SELECT ROUTING-DATABASE *> Ordered routing list per journal
           ASSIGN TO "./routing.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ROUTE-KEY
           FILE STATUS IS RTS.

           SELECT STAFF-DATABASE *> Staff operators, PINs, and roles
           ASSIGN TO "./staff.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STAFF-ID
           FILE STATUS IS SFS.

           SELECT BORROWER-DATABASE *> Master file of registered borrowers
           ASSIGN TO "./borrowers.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BORROWER-ID
           FILE STATUS IS BRS.

           SELECT ROUTING-SLIP-FILE *> Routing slips queued for printing
           ASSIGN TO "./routing_slips.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RSS.

           SELECT CLAIMS-FILE *> Chaser letter input, one line per claim
           ASSIGN TO "./claims.txt"
           ORGANIZATION IS LINE SEQUENTIAL

           COPY "issuerec.cpy".

       FD  ROUTING-DATABASE
           DATA RECORD IS ROUTE-RECORD.

           COPY "routerec.cpy".

       FD  STAFF-DATABASE
           DATA RECORD IS STAFF-RECORD.

           COPY "staffrec.cpy".

       FD  BORROWER-DATABASE
           DATA RECORD IS BORROWER-RECORD.

           COPY "borrec.cpy".

       FD  ROUTING-SLIP-FILE
           DATA RECORD IS SLIP-LINE.
       01  SLIP-LINE                PIC X(80).

       FD  CLAIMS-FILE
           DATA RECORD IS CLAIMS-LINE.
       01  CLAIMS-LINE              PIC X(80).
       01 WS-CLAIM-COUNT        PIC 9(5) COMP VALUE 0.
       01 WS-GENERATED-COUNT    PIC 9(5) COMP VALUE 0.
       01 WS-INCLUDE-CLAIMED    PIC X(1).
       01 RTS                   PIC X(2).
          88 RTS-OK                   VALUE "00".
          88 RTS-FILE-NOT-FOUND       VALUE "35".
       01 SFS                   PIC X(2).
          88 SFS-OK                   VALUE "00".
       01 BRS                   PIC X(2).
          88 BRS-OK                   VALUE "00".
       01 WS-STAFF-FILE         PIC X(2) VALUE "N".
          88 STAFF-FILE-OPEN          VALUE "Y".
       01 WS-BORROWER-FILE      PIC X(2) VALUE "N".
          88 BORROWER-FILE-OPEN       VALUE "Y".
       01 RSS                   PIC X(2).
          88 RSS-OK                   VALUE "00".
       01 WS-SLIP-FILE          PIC X(2) VALUE "N".
          88 SLIP-FILE-OPEN           VALUE "Y".
       01 WS-ROUTE-EOF          PIC X(2) VALUE "N".
          88 ROUTE-EOF-REACHED        VALUE "Y".
       01 WS-LIST-DONE          PIC X(2) VALUE "N".
          88 LIST-IS-DONE             VALUE "Y".
       01 WS-PERSON-FOUND       PIC X(2) VALUE "N".
          88 PERSON-WAS-FOUND         VALUE "Y".
       01 WS-REPLACE-LIST       PIC X(1).
       01 WS-ROUTE-KIND         PIC X(1).
       01 WS-ROUTE-PERSON       PIC X(10).
       01 WS-STOP-NO            PIC 9(2).
       01 WS-OUT-COUNT          PIC 9(4) COMP.
       01 WS-ROUTE-DAYS         PIC 9(2).
      *> one subscription's routing list, in the order it travels
       01 WS-ROUTE-COUNT        PIC 9(2) COMP VALUE 0.
       01 WS-ROUTE-LIMIT        PIC 9(2) COMP VALUE 20.
       01 WS-ROUTE-TABLE.
          05 WS-ROUTE-ENTRY     OCCURS 20 TIMES.
             10 WS-RT-KIND      PIC X(1).
             10 WS-RT-PERSON    PIC X(10).
             10 WS-RT-NAME      PIC X(30).
       01 WS-R                  PIC 9(2) COMP.
       01 WS-STOP-DISPLAY       PIC Z9.
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
           PERFORM DISPLAY-OPTIONS
           PERFORM READ-AND-VERIFY-OPTIONS
               UNTIL WS-OPTION IS EQUAL TO 10
           CLOSE SUBSCRIPTION-DATABASE
           CLOSE ISSUE-DATABASE
           CLOSE ROUTING-DATABASE
           IF SLIP-FILE-OPEN THEN
               CLOSE ROUTING-SLIP-FILE
           END-IF
           GOBACK.

       OPEN-DATABASES.
               CLOSE SUBSCRIPTION-DATABASE
               GOBACK
           END-IF.
           OPEN I-O ROUTING-DATABASE.
           IF RTS-FILE-NOT-FOUND THEN
               OPEN OUTPUT ROUTING-DATABASE
               CLOSE ROUTING-DATABASE
               OPEN I-O ROUTING-DATABASE
           END-IF.
           IF NOT RTS-OK THEN
               DISPLAY "Error opening routing list file"
               CLOSE SUBSCRIPTION-DATABASE
               CLOSE ISSUE-DATABASE
               GOBACK
           END-IF.
      *> routing slips are append-only, so a morning's check-ins
      *> print as one batch
           OPEN EXTEND ROUTING-SLIP-FILE.
           IF RSS-OK THEN
               MOVE "Y" TO WS-SLIP-FILE
           ELSE
               MOVE "N" TO WS-SLIP-FILE
               DISPLAY "warning: unable to open routing_slips.txt --"
                   " no routing slips will be printed this run"
           END-IF.

       DISPLAY-OPTIONS.
           DISPLAY "Serials maintenance menu"
           DISPLAY "4. Generate predicted issues"
           DISPLAY "5. Check in an issue"
           DISPLAY "6. Claims run (issues past their expected date)"
           DISPLAY "7. Set up a journal's routing list"
           DISPLAY "8. Record a routed issue passed on or returned"
           DISPLAY "9. Display options"
           DISPLAY "10. Exit".

       READ-AND-VERIFY-OPTIONS.
           DISPLAY "Please enter a valid choice"
               WHEN 4 PERFORM GENERATE-PREDICTED-ISSUES
               WHEN 5 PERFORM CHECK-IN-ISSUE
               WHEN 6 PERFORM RUN-CLAIMS
               WHEN 7 PERFORM SET-UP-ROUTING-LIST
               WHEN 8 PERFORM RECORD-ROUTING-HAND-ON
               WHEN 9 PERFORM DISPLAY-OPTIONS
               WHEN 10 CONTINUE
               WHEN OTHER DISPLAY "error: not a valid choice"
           END-EVALUATE.

               " (YYYYMMDD): "
           ACCEPT SUB-START-DATE
           MOVE "A" TO SUB-STATUS
           MOVE 0 TO SUB-ROUTE-DAYS
           WRITE SUBSCRIPTION-RECORD
               INVALID KEY
                   DISPLAY "error: that subscription ID is already"
           MOVE WS-NEXT-DATE TO ISSUE-EXPECTED-DATE
           MOVE "E" TO ISSUE-STATUS
           MOVE 0 TO ISSUE-RECEIVED-DATE
           PERFORM CLEAR-ISSUE-ROUTING
           WRITE ISSUE-RECORD
               INVALID KEY
                   CONTINUE
                       ELSE
                           MOVE "R" TO ISSUE-STATUS
                           MOVE WS-TODAY TO ISSUE-RECEIVED-DATE
                           PERFORM START-ISSUE-ROUTING
                           REWRITE ISSUE-RECORD
                               INVALID KEY
                                   DISPLAY "error: unable to check"
                               NOT INVALID KEY
                                   DISPLAY "Issue checked in for "
                                       FUNCTION TRIM(SUB-TITLE)
                                   PERFORM ANNOUNCE-ISSUE-ROUTING
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

       CLEAR-ISSUE-ROUTING.
           MOVE SPACE TO ISSUE-ROUTE-STATUS
           MOVE 0 TO ISSUE-ROUTE-STOPS
           MOVE 0 TO ISSUE-ROUTE-STOP
           MOVE SPACES TO ISSUE-ROUTE-HOLDER
           MOVE 0 TO ISSUE-ROUTE-DATE
           MOVE 0 TO ISSUE-ROUTE-DUE.

       START-ISSUE-ROUTING.
      *> a journal with a routing list goes straight to the first
      *> reader on it; the whole list is due back after each reader
      *> has had their days with it
           PERFORM CLEAR-ISSUE-ROUTING
           PERFORM LOAD-ROUTING-LIST
           IF WS-ROUTE-COUNT IS GREATER THAN 0 THEN
               MOVE "O" TO ISSUE-ROUTE-STATUS
               MOVE WS-ROUTE-COUNT TO ISSUE-ROUTE-STOPS
               MOVE 1 TO ISSUE-ROUTE-STOP
               MOVE WS-RT-NAME(1) TO ISSUE-ROUTE-HOLDER
               MOVE WS-TODAY TO ISSUE-ROUTE-DATE
               MOVE SUB-ROUTE-DAYS TO WS-ROUTE-DAYS
               IF WS-ROUTE-DAYS IS EQUAL TO 0 THEN
                   MOVE 3 TO WS-ROUTE-DAYS
               END-IF
               COMPUTE ISSUE-ROUTE-DUE =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-TODAY)
                           + WS-ROUTE-COUNT * WS-ROUTE-DAYS)
           END-IF.

       ANNOUNCE-ISSUE-ROUTING.
           IF ISSUE-ROUTE-STATUS IS EQUAL TO "O" THEN
               IF SLIP-FILE-OPEN THEN
                   PERFORM PRINT-ROUTING-SLIP
                   DISPLAY "Routing slip queued -- the issue goes to "
                       FUNCTION TRIM(ISSUE-ROUTE-HOLDER) " first, "
                       "due back " ISSUE-ROUTE-DUE
               ELSE
                   DISPLAY "warning: no routing slip printed -- write"
                       " one by hand; the issue goes to "
                       FUNCTION TRIM(ISSUE-ROUTE-HOLDER) " first"
               END-IF
           END-IF.

       PRINT-ROUTING-SLIP.
           MOVE SPACES TO SLIP-LINE
           STRING "ROUTING SLIP -- " FUNCTION TRIM(SUB-TITLE)
               DELIMITED BY SIZE INTO SLIP-LINE
           WRITE SLIP-LINE
           MOVE SPACES TO SLIP-LINE
           STRING "Issue of " ISSUE-EXPECTED-DATE
               "   received " ISSUE-RECEIVED-DATE
               "   due back at the desk " ISSUE-ROUTE-DUE
               DELIMITED BY SIZE INTO SLIP-LINE
           WRITE SLIP-LINE
           MOVE WS-ROUTE-DAYS TO WS-STOP-DISPLAY
           MOVE SPACES TO SLIP-LINE
           STRING "Please read within " FUNCTION TRIM(WS-STOP-DISPLAY)
               " day(s), initial, and pass to the next name."
               DELIMITED BY SIZE INTO SLIP-LINE
           WRITE SLIP-LINE
           MOVE "The last reader returns it to the serials desk."
               TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE SPACES TO SLIP-LINE
           WRITE SLIP-LINE
           PERFORM PRINT-ONE-SLIP-NAME
               VARYING WS-R FROM 1 BY 1
               UNTIL WS-R IS GREATER THAN WS-ROUTE-COUNT
           MOVE SPACES TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE SPACES TO SLIP-LINE
           WRITE SLIP-LINE.

       PRINT-ONE-SLIP-NAME.
           MOVE WS-R TO WS-STOP-DISPLAY
           MOVE SPACES TO SLIP-LINE
           STRING "  " WS-STOP-DISPLAY ". " WS-RT-NAME(WS-R)
               "  initials ____  date passed ________"
               DELIMITED BY SIZE INTO SLIP-LINE
           WRITE SLIP-LINE.

       LOAD-ROUTING-LIST.
      *> a subscription's stops sit together in key order, first
      *> reader first
           MOVE 0 TO WS-ROUTE-COUNT
           MOVE SUB-ID TO WS-WORK-SUB
           MOVE SUB-ID TO ROUTE-SUB-ID
           MOVE 0 TO ROUTE-SEQ
           START ROUTING-DATABASE KEY IS NOT LESS THAN ROUTE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ROUTE-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-ROUTE-EOF
           END-START
           PERFORM LOAD-NEXT-ROUTING-STOP UNTIL ROUTE-EOF-REACHED.

       LOAD-NEXT-ROUTING-STOP.
           READ ROUTING-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ROUTE-EOF
               NOT AT END
                   IF ROUTE-SUB-ID NOT EQUAL WS-WORK-SUB
                       OR WS-ROUTE-COUNT IS NOT LESS THAN
                       WS-ROUTE-LIMIT THEN
                       MOVE "Y" TO WS-ROUTE-EOF
                   ELSE
                       ADD 1 TO WS-ROUTE-COUNT
                       MOVE ROUTE-KIND TO WS-RT-KIND(WS-ROUTE-COUNT)
                       MOVE ROUTE-PERSON-ID
                           TO WS-RT-PERSON(WS-ROUTE-COUNT)
                       MOVE ROUTE-NAME TO WS-RT-NAME(WS-ROUTE-COUNT)
                   END-IF
           END-READ.

       SHOW-ROUTING-LIST.
           IF WS-ROUTE-COUNT IS EQUAL TO 0 THEN
               DISPLAY FUNCTION TRIM(SUB-TITLE)
                   " has no routing list"
           ELSE
               DISPLAY "Routing list for " FUNCTION TRIM(SUB-TITLE)
                   ", " SUB-ROUTE-DAYS " day(s) each:"
               PERFORM SHOW-ONE-ROUTING-STOP
                   VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R IS GREATER THAN WS-ROUTE-COUNT
           END-IF.

       SHOW-ONE-ROUTING-STOP.
           MOVE WS-R TO WS-STOP-DISPLAY
           DISPLAY "  " WS-STOP-DISPLAY ". " WS-RT-NAME(WS-R)
               " (" WS-RT-KIND(WS-R) " "
               FUNCTION TRIM(WS-RT-PERSON(WS-R)) ")".

       SET-UP-ROUTING-LIST.
      *> the list is keyed afresh each time rather than edited stop
      *> by stop -- they are short, and the order is the point.
      *> Hand-ons are named from the list on file, so it stays as it
      *> is while any issue is still going round it
           PERFORM FIND-SUBSCRIPTION
           IF SUB-WAS-FOUND THEN
               PERFORM LOAD-ROUTING-LIST
               PERFORM SHOW-ROUTING-LIST
               PERFORM COUNT-ISSUES-OUT
               IF WS-OUT-COUNT IS GREATER THAN 0 THEN
                   DISPLAY "error: " WS-OUT-COUNT " issue(s) still out"
                       " on this list -- record them back at the desk"
                       " (0) before keying a new one"
               ELSE
                   PERFORM OFFER-NEW-ROUTING-LIST
               END-IF
           END-IF.

       OFFER-NEW-ROUTING-LIST.
           DISPLAY "Key a new routing list? (Y/N): "
           ACCEPT WS-REPLACE-LIST
           IF WS-REPLACE-LIST IS EQUAL TO "Y"
               OR WS-REPLACE-LIST IS EQUAL TO "y" THEN
               PERFORM REPLACE-ROUTING-LIST
           END-IF.

       COUNT-ISSUES-OUT.
           MOVE 0 TO WS-OUT-COUNT
           MOVE SUB-ID TO WS-WORK-SUB
           MOVE SUB-ID TO ISSUE-SUB-ID
           MOVE 0 TO ISSUE-EXPECTED-DATE
           START ISSUE-DATABASE KEY IS NOT LESS THAN ISSUE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ISSUE-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-ISSUE-EOF
           END-START
           PERFORM COUNT-NEXT-ISSUE-OUT UNTIL ISSUE-EOF-REACHED.

       COUNT-NEXT-ISSUE-OUT.
           READ ISSUE-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ISSUE-EOF
               NOT AT END
                   IF ISSUE-SUB-ID NOT EQUAL WS-WORK-SUB THEN
                       MOVE "Y" TO WS-ISSUE-EOF
                   ELSE
                       IF ISSUE-ROUTE-STATUS IS EQUAL TO "O" THEN
                           ADD 1 TO WS-OUT-COUNT
                       END-IF
                   END-IF
           END-READ.

       REPLACE-ROUTING-LIST.
           PERFORM DELETE-ONE-ROUTING-STOP
               VARYING WS-R FROM 1 BY 1
               UNTIL WS-R IS GREATER THAN WS-ROUTE-COUNT
           MOVE 0 TO WS-ROUTE-COUNT
      *> either file may be missing on a small site; a failed look-up
      *> leaves its own status behind, so whether each one opened is
      *> kept apart from the last read
           OPEN INPUT STAFF-DATABASE
           IF SFS-OK THEN
               MOVE "Y" TO WS-STAFF-FILE
           ELSE
               MOVE "N" TO WS-STAFF-FILE
           END-IF
           OPEN INPUT BORROWER-DATABASE
           IF BRS-OK THEN
               MOVE "Y" TO WS-BORROWER-FILE
           ELSE
               MOVE "N" TO WS-BORROWER-FILE
           END-IF
           DISPLAY "Key the readers in the order the issue travels,"
               " up to " WS-ROUTE-LIMIT
           MOVE "N" TO WS-LIST-DONE
           PERFORM ACCEPT-ROUTING-STOP
               UNTIL LIST-IS-DONE
                   OR WS-ROUTE-COUNT IS NOT LESS THAN WS-ROUTE-LIMIT
           IF STAFF-FILE-OPEN THEN
               CLOSE STAFF-DATABASE
               MOVE "N" TO WS-STAFF-FILE
           END-IF
           IF BORROWER-FILE-OPEN THEN
               CLOSE BORROWER-DATABASE
               MOVE "N" TO WS-BORROWER-FILE
           END-IF
           MOVE 0 TO SUB-ROUTE-DAYS
           IF WS-ROUTE-COUNT IS GREATER THAN 0 THEN
               DISPLAY "Days each reader may keep an issue (0 for 3): "
               ACCEPT SUB-ROUTE-DAYS
               IF SUB-ROUTE-DAYS IS EQUAL TO 0 THEN
                   MOVE 3 TO SUB-ROUTE-DAYS
               END-IF
           END-IF
           REWRITE SUBSCRIPTION-RECORD
               INVALID KEY
                   DISPLAY "error: unable to update subscription"
               NOT INVALID KEY
                   DISPLAY "Routing list saved: " WS-ROUTE-COUNT
                       " reader(s)"
           END-REWRITE.

       DELETE-ONE-ROUTING-STOP.
           MOVE WS-WORK-SUB TO ROUTE-SUB-ID
           MOVE WS-R TO ROUTE-SEQ
           DELETE ROUTING-DATABASE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

       ACCEPT-ROUTING-STOP.
      *> staff are named from the operator file and everyone else
      *> from their library card, so the slip spells them the same
      *> way every time
           COMPUTE WS-STOP-DISPLAY = WS-ROUTE-COUNT + 1
           DISPLAY "Reader " WS-STOP-DISPLAY ": S staff, B borrower,"
               " or blank when the list is complete: "
           MOVE SPACE TO WS-ROUTE-KIND
           ACCEPT WS-ROUTE-KIND
           EVALUATE WS-ROUTE-KIND
               WHEN SPACE
                   MOVE "Y" TO WS-LIST-DONE
               WHEN "S"
                   PERFORM FIND-ROUTING-STAFF
               WHEN "B"
                   PERFORM FIND-ROUTING-BORROWER
               WHEN OTHER
                   DISPLAY "error: S, B, or blank"
           END-EVALUATE.

       FIND-ROUTING-STAFF.
           DISPLAY "Staff operator ID: "
           ACCEPT WS-ROUTE-PERSON
           MOVE "N" TO WS-PERSON-FOUND
           IF STAFF-FILE-OPEN THEN
               MOVE WS-ROUTE-PERSON TO STAFF-ID
               READ STAFF-DATABASE RECORD
                   KEY IS STAFF-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF STAFF-STATUS IS EQUAL TO "A" THEN
                           MOVE "Y" TO WS-PERSON-FOUND
                           MOVE STAFF-NAME TO ROUTE-NAME
                       END-IF
               END-READ
           END-IF
           IF PERSON-WAS-FOUND THEN
               PERFORM WRITE-ROUTING-STOP
           ELSE
               DISPLAY "error: no active staff operator under that ID"
           END-IF.

       FIND-ROUTING-BORROWER.
           DISPLAY "Borrower ID: "
           ACCEPT WS-ROUTE-PERSON
           MOVE "N" TO WS-PERSON-FOUND
           IF BORROWER-FILE-OPEN THEN
               MOVE WS-ROUTE-PERSON TO BORROWER-ID
               READ BORROWER-DATABASE RECORD
                   KEY IS BORROWER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PERSON-FOUND
                       MOVE BORROWER-NAME TO ROUTE-NAME
               END-READ
           END-IF
           IF PERSON-WAS-FOUND THEN
               PERFORM WRITE-ROUTING-STOP
           ELSE
               DISPLAY "error: that borrower ID is not on file"
           END-IF.

       WRITE-ROUTING-STOP.
           MOVE WS-WORK-SUB TO ROUTE-SUB-ID
           COMPUTE ROUTE-SEQ = WS-ROUTE-COUNT + 1
           MOVE WS-ROUTE-KIND TO ROUTE-KIND
           MOVE WS-ROUTE-PERSON TO ROUTE-PERSON-ID
           WRITE ROUTE-RECORD
               INVALID KEY
                   DISPLAY "error: unable to save that reader"
               NOT INVALID KEY
                   ADD 1 TO WS-ROUTE-COUNT
           END-WRITE.

       RECORD-ROUTING-HAND-ON.
      *> the desk hears of each hand-on from the reader or the slip;
      *> stops can be skipped (someone away), and stop 0 means the
      *> issue is back and can be shelved
           PERFORM FIND-SUBSCRIPTION
           IF SUB-WAS-FOUND THEN
               DISPLAY "Please enter the expected issue date"
                   " (YYYYMMDD): "
               ACCEPT ISSUE-EXPECTED-DATE
               MOVE SUB-ID TO ISSUE-SUB-ID
               READ ISSUE-DATABASE RECORD
                   KEY IS ISSUE-KEY
                   INVALID KEY
                       DISPLAY "error: no issue on file for that date"
                   NOT INVALID KEY
                       IF ISSUE-ROUTE-STATUS NOT EQUAL "O" THEN
                           DISPLAY "error: that issue is not out on"
                               " routing"
                       ELSE
                           PERFORM PASS-ROUTED-ISSUE
                       END-IF
               END-READ
           END-IF.

       PASS-ROUTED-ISSUE.
           DISPLAY "With reader " ISSUE-ROUTE-STOP " of "
               ISSUE-ROUTE-STOPS ", "
               FUNCTION TRIM(ISSUE-ROUTE-HOLDER)
               ", since " ISSUE-ROUTE-DATE
           PERFORM LOAD-ROUTING-LIST
           PERFORM SHOW-ROUTING-LIST
           DISPLAY "Which reader has it now? (number on the list,"
               " 0 if it is back at the desk): "
           ACCEPT WS-STOP-NO
           IF WS-STOP-NO IS GREATER THAN ISSUE-ROUTE-STOPS THEN
               DISPLAY "error: there is no reader " WS-STOP-NO
                   " on the list"
           ELSE
               PERFORM MOVE-ROUTED-ISSUE-ON
           END-IF.

       MOVE-ROUTED-ISSUE-ON.
           IF WS-STOP-NO IS EQUAL TO 0 THEN
               MOVE "D" TO ISSUE-ROUTE-STATUS
           ELSE
               MOVE WS-STOP-NO TO ISSUE-ROUTE-STOP
               MOVE WS-RT-NAME(WS-STOP-NO) TO ISSUE-ROUTE-HOLDER
           END-IF
           MOVE WS-TODAY TO ISSUE-ROUTE-DATE
           REWRITE ISSUE-RECORD
               INVALID KEY
                   DISPLAY "error: unable to update the issue"
               NOT INVALID KEY
                   IF ISSUE-ROUTE-STATUS IS EQUAL TO "D" THEN
                       DISPLAY "Routing finished -- the issue"
                           " can go on the shelf"
                   ELSE
                       DISPLAY "Issue now with "
                           FUNCTION TRIM(ISSUE-ROUTE-HOLDER)
                   END-IF
           END-REWRITE.

       RUN-CLAIMS.
      *> everything expected and still not here goes on one chaser
      *> list, tagged with the vendor to ring; a claimed issue is
