      IDENTIFICATION DIVISION.
      PROGRAM-ID. REPAIR-OVERDUE.
      *> Weekly report: lists every copy that has been away for repair
      *> longer than expected -- in-house mending past its allowance,
      *> and bindery copies either still waiting to ship or not yet
      *> back from the vendor -- with how long each has been gone, so
      *> the mending shelf gets cleared and the bindery chased
      AUTHOR. Aidan Simon.


      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-DATABASE *> One record per physical copy
           ASSIGN TO "./items.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ITEM-BARCODE
           ALTERNATE RECORD KEY IS ITEM-ISBN WITH DUPLICATES
           FILE STATUS IS ITS.

           SELECT LIBRARY-DATABASE *> Defines the file to be used as the DB
           ASSIGN TO "./library.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOOK-ISBN
           ALTERNATE RECORD KEY IS BOOK-TITLE WITH DUPLICATES
           FILE STATUS IS DBS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-DATABASE
           DATA RECORD IS ITEM-RECORD.

           COPY "itemrec.cpy".

       FD  LIBRARY-DATABASE
           DATA RECORD IS LIBRARY-RECORD.

           COPY "librec.cpy".

       WORKING-STORAGE SECTION.
       01 ITS                   PIC X(2).
          88 ITS-OK                   VALUE "00".
       01 DBS                   PIC X(2).
          88 DBS-OK                   VALUE "00".
       01 WS-EOF                PIC X(2) VALUE "N".
          88 EOF-REACHED              VALUE "Y".
       01 WS-TODAY              PIC 9(8).
       01 WS-MENDING-DAYS       PIC 9(3).
       01 WS-BINDERY-DAYS       PIC 9(3).
       01 WS-ALLOWED-DAYS       PIC 9(3).
       01 WS-DAYS-AWAY          PIC S9(5).
       01 WS-DAYS-DISPLAY       PIC ZZZZ9.
       01 WS-WHERE              PIC X(16).
       01 WS-AWAY-COUNT         PIC 9(5) COMP VALUE 0.
       01 WS-LATE-COUNT         PIC 9(5) COMP VALUE 0.

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Days allowed for in-house mending?"
               " (0 for the usual 14): "
           ACCEPT WS-MENDING-DAYS
           IF WS-MENDING-DAYS IS EQUAL TO 0 THEN
               MOVE 14 TO WS-MENDING-DAYS
           END-IF
           DISPLAY "Days allowed for the bindery?"
               " (0 for the usual 42): "
           ACCEPT WS-BINDERY-DAYS
           IF WS-BINDERY-DAYS IS EQUAL TO 0 THEN
               MOVE 42 TO WS-BINDERY-DAYS
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM OPEN-DATABASES
           DISPLAY "Copies away for repair longer than expected as of "
               WS-TODAY
           PERFORM CHECK-NEXT-ITEM UNTIL EOF-REACHED
           DISPLAY "Copies away for repair: " WS-AWAY-COUNT
           DISPLAY "Away longer than expected: " WS-LATE-COUNT
           CLOSE ITEM-DATABASE
           CLOSE LIBRARY-DATABASE
           STOP RUN.

       OPEN-DATABASES.
           OPEN INPUT ITEM-DATABASE.
           IF NOT ITS-OK THEN
               DISPLAY "No item file -- no copies are tracked"
               STOP RUN
           END-IF.
           OPEN INPUT LIBRARY-DATABASE.
           IF NOT DBS-OK THEN
               DISPLAY "Error opening database file"
               STOP RUN
           END-IF.

       CHECK-NEXT-ITEM.
           READ ITEM-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM CHECK-ONE-ITEM
           END-READ.

       CHECK-ONE-ITEM.
      *> a copy waiting to ship is measured against the bindery's
      *> allowance from the day it was pulled -- a pile that never
      *> ships is as lost to the shelf as one the vendor sits on
           EVALUATE ITEM-STATUS
               WHEN "M"
                   MOVE WS-MENDING-DAYS TO WS-ALLOWED-DAYS
                   MOVE "in mending" TO WS-WHERE
               WHEN "P"
                   MOVE WS-BINDERY-DAYS TO WS-ALLOWED-DAYS
                   MOVE "waiting to ship" TO WS-WHERE
               WHEN "B"
                   MOVE WS-BINDERY-DAYS TO WS-ALLOWED-DAYS
                   MOVE "at the bindery" TO WS-WHERE
               WHEN OTHER
                   MOVE SPACES TO WS-WHERE
           END-EVALUATE
           IF WS-WHERE NOT EQUAL SPACES THEN
               ADD 1 TO WS-AWAY-COUNT
               IF ITEM-AWAY-DATE IS GREATER THAN 0 THEN
                   COMPUTE WS-DAYS-AWAY =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                           - FUNCTION INTEGER-OF-DATE(ITEM-AWAY-DATE)
               ELSE
                   MOVE 0 TO WS-DAYS-AWAY
               END-IF
               IF WS-DAYS-AWAY IS GREATER THAN WS-ALLOWED-DAYS THEN
                   PERFORM REPORT-LATE-ITEM
               END-IF
           END-IF.

       REPORT-LATE-ITEM.
           ADD 1 TO WS-LATE-COUNT
           MOVE ITEM-ISBN TO BOOK-ISBN
           READ LIBRARY-DATABASE RECORD
               KEY IS BOOK-ISBN
               INVALID KEY
                   MOVE "(not in catalog)" TO BOOK-TITLE
           END-READ
           MOVE WS-DAYS-AWAY TO WS-DAYS-DISPLAY
           DISPLAY FUNCTION TRIM(ITEM-BARCODE) " "
               FUNCTION TRIM(BOOK-TITLE) " -- " FUNCTION TRIM(WS-WHERE)
               " since " ITEM-AWAY-DATE ", " WS-DAYS-DISPLAY " days".
