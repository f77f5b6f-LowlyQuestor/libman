      IDENTIFICATION DIVISION.
      PROGRAM-ID. GIFT-ACKNOWLEDGE.
      *> Prints a thank-you letter to every donor with gifts logged
      *> since their last one (gift_letters.txt), listing each box
      *> and the count of items received, worded so it will do for
      *> the donor's tax records. The library doesn't put a value on
      *> donated books, so the letter says so and gives counts only.
      *> A box is counted as given the day it was logged, whether or
      *> not it has been sorted yet, and is marked acknowledged so
      *> the next run leaves it out. Boxes whose donor has gone from
      *> the donor file are listed and left for the next run
      AUTHOR. Aidan Simon.


      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GIFT-DATABASE *> Intake log, one record per gift box
           ASSIGN TO "./gifts.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GIFT-ID
           ALTERNATE RECORD KEY IS GIFT-DONOR-ID WITH DUPLICATES
           FILE STATUS IS GFS.

           SELECT DONOR-DATABASE *> People and groups who give us books
           ASSIGN TO "./donors.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DONOR-ID
           FILE STATUS IS DNS.

           SELECT LETTER-FILE *> Acknowledgment letters for printing
           ASSIGN TO "./gift_letters.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LTS.

       DATA DIVISION.
       FILE SECTION.
       FD  GIFT-DATABASE
           DATA RECORD IS GIFT-RECORD.

           COPY "giftrec.cpy".

       FD  DONOR-DATABASE
           DATA RECORD IS DONOR-RECORD.

           COPY "donorrec.cpy".

       FD  LETTER-FILE
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01 GFS                   PIC X(2).
          88 GFS-OK                   VALUE "00".
       01 DNS                   PIC X(2).
          88 DNS-OK                   VALUE "00".
       01 LTS                   PIC X(2).
          88 LTS-OK                   VALUE "00".
       01 WS-EOF                PIC X(2) VALUE "N".
          88 EOF-REACHED              VALUE "Y".
       01 WS-FOUND              PIC X(2) VALUE "N".
          88 DONOR-WAS-FOUND          VALUE "Y".
       01 WS-IN-LETTER          PIC X(2) VALUE "N".
          88 LETTER-IS-OPEN           VALUE "Y".
       01 WS-TODAY              PIC 9(8).
       01 WS-CURRENT-DONOR      PIC X(6).
       01 WS-LETTER-ITEMS       PIC 9(5).
       01 WS-LETTER-COUNT       PIC 9(5) COMP VALUE 0.
       01 WS-BOX-COUNT          PIC 9(5) COMP VALUE 0.
       01 WS-SKIPPED-COUNT      PIC 9(5) COMP VALUE 0.
       01 WS-ITEMS-DISPLAY      PIC ZZZ9.
       01 WS-TOTAL-DISPLAY      PIC ZZZZ9.

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM OPEN-FILES
      *> reading on the donor key brings each donor's boxes together,
      *> so one letter can cover them all
           MOVE SPACES TO WS-CURRENT-DONOR
           MOVE SPACES TO GIFT-DONOR-ID
           START GIFT-DATABASE KEY IS NOT LESS THAN GIFT-DONOR-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM PROCESS-NEXT-GIFT UNTIL EOF-REACHED
           IF LETTER-IS-OPEN THEN
               PERFORM FINISH-LETTER
           END-IF
           CLOSE GIFT-DATABASE
           CLOSE DONOR-DATABASE
           CLOSE LETTER-FILE
           DISPLAY "Printed " WS-LETTER-COUNT " letter(s) covering "
               WS-BOX-COUNT " gift(s) to gift_letters.txt"
           IF WS-SKIPPED-COUNT IS GREATER THAN 0 THEN
               DISPLAY "warning: " WS-SKIPPED-COUNT " gift(s) left"
                   " unacknowledged because the donor is not on file"
           END-IF
           STOP RUN.

       OPEN-FILES.
           OPEN I-O GIFT-DATABASE.
           IF NOT GFS-OK THEN
               DISPLAY "Error opening gift file"
               STOP RUN
           END-IF.
           OPEN INPUT DONOR-DATABASE.
           IF NOT DNS-OK THEN
               DISPLAY "Error opening donor file"
               CLOSE GIFT-DATABASE
               STOP RUN
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           IF NOT LTS-OK THEN
               DISPLAY "Error opening gift_letters.txt"
               CLOSE GIFT-DATABASE
               CLOSE DONOR-DATABASE
               STOP RUN
           END-IF.

       PROCESS-NEXT-GIFT.
           READ GIFT-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF GIFT-ACK-DATE IS EQUAL TO 0 THEN
                       PERFORM ACKNOWLEDGE-GIFT
                   END-IF
           END-READ.

       ACKNOWLEDGE-GIFT.
           IF GIFT-DONOR-ID NOT EQUAL WS-CURRENT-DONOR THEN
               IF LETTER-IS-OPEN THEN
                   PERFORM FINISH-LETTER
               END-IF
               MOVE GIFT-DONOR-ID TO WS-CURRENT-DONOR
               MOVE GIFT-DONOR-ID TO DONOR-ID
               READ DONOR-DATABASE RECORD
                   KEY IS DONOR-ID
                   INVALID KEY
                       MOVE "N" TO WS-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
               END-READ
               IF DONOR-WAS-FOUND THEN
                   PERFORM START-LETTER
               END-IF
           END-IF
           IF DONOR-WAS-FOUND THEN
               PERFORM WRITE-GIFT-LINE
               MOVE WS-TODAY TO GIFT-ACK-DATE
               REWRITE GIFT-RECORD
                   INVALID KEY
                       DISPLAY "error: unable to mark gift " GIFT-ID
                           " acknowledged"
               END-REWRITE
               ADD 1 TO WS-BOX-COUNT
           ELSE
               DISPLAY "warning: gift " GIFT-ID " is from donor "
                   FUNCTION TRIM(GIFT-DONOR-ID) ", who is not on file"
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

       START-LETTER.
           MOVE "Y" TO WS-IN-LETTER
           MOVE 0 TO WS-LETTER-ITEMS
           MOVE SPACES TO PRINT-LINE
           STRING "LIBRARY GIFT ACKNOWLEDGMENT -- " WS-TODAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE DONOR-NAME TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE DONOR-ADDRESS-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE DONOR-ADDRESS-2 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "Dear " FUNCTION TRIM(DONOR-NAME) ","
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "Thank you for your gift to the library. We received:"
               TO PRINT-LINE
           WRITE PRINT-LINE.

       WRITE-GIFT-LINE.
           MOVE GIFT-ITEM-COUNT TO WS-ITEMS-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "  " GIFT-RECEIVED-DATE "  " WS-ITEMS-DISPLAY
               " item(s)  " FUNCTION TRIM(GIFT-DESCRIPTION)
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           ADD GIFT-ITEM-COUNT TO WS-LETTER-ITEMS.

       FINISH-LETTER.
           MOVE WS-LETTER-ITEMS TO WS-TOTAL-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "Total items received: "
               FUNCTION TRIM(WS-TOTAL-DISPLAY)
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "No goods or services were provided in exchange for"
               TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "this gift. The library does not assign a value to"
               TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "donated items; please keep this letter for your tax"
               TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "records." TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "N" TO WS-IN-LETTER
           ADD 1 TO WS-LETTER-COUNT.
