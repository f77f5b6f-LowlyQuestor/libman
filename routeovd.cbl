      IDENTIFICATION DIVISION.
      PROGRAM-ID. ROUTING-OVERDUE.
      *> Weekly batch job: lists every journal issue still out on
      *> routing after the date the whole list should have finished
      *> with it, with the reader last recorded as having it and
      *> since when, so the serials desk knows whose door to knock
      *> on. Hand-ons are recorded in SERIALS-MAINT
      AUTHOR. Aidan Simon.


      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSCRIPTION-DATABASE *> One record per subscribed title
           ASSIGN TO "./subs.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUB-ID
           FILE STATUS IS SBS.

           SELECT ISSUE-DATABASE *> Predicted and received issues
           ASSIGN TO "./issues.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ISSUE-KEY
           FILE STATUS IS ISS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBSCRIPTION-DATABASE
           DATA RECORD IS SUBSCRIPTION-RECORD.

           COPY "subsrec.cpy".

       FD  ISSUE-DATABASE
           DATA RECORD IS ISSUE-RECORD.

           COPY "issuerec.cpy".

       WORKING-STORAGE SECTION.
       01 SBS                   PIC X(2).
          88 SBS-OK                   VALUE "00".
       01 ISS                   PIC X(2).
          88 ISS-OK                   VALUE "00".
       01 WS-EOF                PIC X(2) VALUE "N".
          88 EOF-REACHED              VALUE "Y".
       01 WS-TODAY              PIC 9(8).
       01 WS-DAYS-LATE          PIC 9(5).
       01 WS-ROUTING-COUNT      PIC 9(5) COMP VALUE 0.
       01 WS-LATE-COUNT         PIC 9(5) COMP VALUE 0.

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY "Journal issues overdue on routing as of " WS-TODAY
           MOVE SPACES TO ISSUE-SUB-ID
           MOVE 0 TO ISSUE-EXPECTED-DATE
           START ISSUE-DATABASE KEY IS NOT LESS THAN ISSUE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF
           END-START
           PERFORM CHECK-NEXT-ISSUE UNTIL EOF-REACHED
           CLOSE SUBSCRIPTION-DATABASE
           CLOSE ISSUE-DATABASE
           DISPLAY "Issues out on routing: " WS-ROUTING-COUNT
           DISPLAY "Overdue back at the desk: " WS-LATE-COUNT
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT SUBSCRIPTION-DATABASE.
           IF NOT SBS-OK THEN
               DISPLAY "Error opening subscription file"
               STOP RUN
           END-IF.
           OPEN INPUT ISSUE-DATABASE.
           IF NOT ISS-OK THEN
               DISPLAY "Error opening issue file"
               CLOSE SUBSCRIPTION-DATABASE
               STOP RUN
           END-IF.

       CHECK-NEXT-ISSUE.
           READ ISSUE-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF ISSUE-ROUTE-STATUS IS EQUAL TO "O" THEN
                       ADD 1 TO WS-ROUTING-COUNT
                       IF ISSUE-ROUTE-DUE IS LESS THAN WS-TODAY THEN
                           PERFORM REPORT-LATE-ISSUE
                       END-IF
                   END-IF
           END-READ.

       REPORT-LATE-ISSUE.
      *> an issue whose subscription has vanished is still listed,
      *> just under its ID
           MOVE ISSUE-SUB-ID TO SUB-ID
           READ SUBSCRIPTION-DATABASE RECORD
               KEY IS SUB-ID
               INVALID KEY
                   MOVE ISSUE-SUB-ID TO SUB-TITLE
           END-READ
           COMPUTE WS-DAYS-LATE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(ISSUE-ROUTE-DUE)
           DISPLAY FUNCTION TRIM(SUB-TITLE)
               " issue of " ISSUE-EXPECTED-DATE
               " sent out " ISSUE-RECEIVED-DATE
               " due back " ISSUE-ROUTE-DUE
               " -- " WS-DAYS-LATE " day(s) late"
           DISPLAY "    last with reader " ISSUE-ROUTE-STOP
               " of " ISSUE-ROUTE-STOPS ": "
               FUNCTION TRIM(ISSUE-ROUTE-HOLDER)
               " since " ISSUE-ROUTE-DATE
           ADD 1 TO WS-LATE-COUNT.
