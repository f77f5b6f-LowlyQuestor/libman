      IDENTIFICATION DIVISION.
      PROGRAM-ID. GL-ACCOUNT-MAINT.
      *> Maintains the account mapping GL-JOURNAL-EXPORT posts by:
      *> for each kind of money the library takes in or pays out, the
      *> city ledger account it belongs to. Finance hands over the
      *> account numbers; a supervisor keys them here
      AUTHOR. Aidan Simon.


      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMAP-DATABASE *> City ledger account for each source
           ASSIGN TO "./glmap.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLMAP-KEY
           FILE STATUS IS GMS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLMAP-DATABASE
           DATA RECORD IS GLMAP-RECORD.

           COPY "glmaprec.cpy".

       WORKING-STORAGE SECTION.
       01 GMS                   PIC X(2).
          88 GMS-OK                   VALUE "00".
          88 GMS-FILE-NOT-FOUND       VALUE "35".
       01 WS-OPTION             PIC 99.
       01 WS-EOF                PIC X(2) VALUE "N".
          88 EOF-REACHED              VALUE "Y".
       01 WS-FOUND              PIC X(2) VALUE "N".
          88 MAPPING-WAS-FOUND        VALUE "Y".
       01 WS-VALID              PIC X(2) VALUE "N".
          88 SOURCE-IS-VALID          VALUE "Y".
       01 WS-CONFIRM            PIC X(1).
       01 WS-LISTED-COUNT       PIC 9(5) COMP VALUE 0.
           COPY "signon.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *> WORKING-STORAGE isn't reinitialized between CALLs into this
      *> program, so WS-OPTION has to be reset here -- otherwise a
      *> second CALL from the menu driver would still see the prior
      *> run's exit value and skip the options loop entirely
           MOVE 0 TO WS-OPTION
           MOVE "S" TO SIGNON-REQUEST
           MOVE "S" TO SIGNON-NEED-ROLE
           CALL "STAFF-SIGNON" USING SIGNON-AREA
           IF NOT SIGNON-GRANTED THEN
               GOBACK
           END-IF
           PERFORM OPEN-DATABASE
           PERFORM DISPLAY-OPTIONS
           PERFORM READ-AND-VERIFY-OPTIONS UNTIL WS-OPTION IS EQUAL TO 6
           CLOSE GLMAP-DATABASE
           GOBACK.

       OPEN-DATABASE.
      *> OPEN OUTPUT on an indexed file wipes it, so the mapping file
      *> is opened for update and only created fresh the first time
           OPEN I-O GLMAP-DATABASE.
           IF GMS-FILE-NOT-FOUND THEN
               OPEN OUTPUT GLMAP-DATABASE
               CLOSE GLMAP-DATABASE
               OPEN I-O GLMAP-DATABASE
           END-IF.
           IF NOT GMS-OK THEN
               DISPLAY "Error opening account mapping file"
               GOBACK
           END-IF.

       DISPLAY-OPTIONS.
           DISPLAY "Ledger account mapping menu"
           DISPLAY "1. Add a mapping"
           DISPLAY "2. Change a mapping's account"
           DISPLAY "3. Remove a mapping"
           DISPLAY "4. List all mappings"
           DISPLAY "5. Display options"
           DISPLAY "6. Exit".

       READ-AND-VERIFY-OPTIONS.
           DISPLAY "Please enter a valid choice"
           ACCEPT WS-OPTION
           EVALUATE WS-OPTION
               WHEN 1 PERFORM ADD-MAPPING
               WHEN 2 PERFORM CHANGE-MAPPING
               WHEN 3 PERFORM REMOVE-MAPPING
               WHEN 4 PERFORM LIST-MAPPINGS
               WHEN 5 PERFORM DISPLAY-OPTIONS
               WHEN 6 CONTINUE
               WHEN OTHER DISPLAY "error: not a valid choice"
           END-EVALUATE.

       ASK-MAPPING-KEY.
           DISPLAY "Source (CASH, RECV, FINE, REPL, WAIV, FUND, PAYB): "
           MOVE SPACES TO GLMAP-SOURCE
           ACCEPT GLMAP-SOURCE
           MOVE SPACES TO GLMAP-CODE
           EVALUATE GLMAP-SOURCE
               WHEN "CASH"
                   MOVE "Y" TO WS-VALID
                   DISPLAY "Tender (C cash, K check): "
                   ACCEPT GLMAP-CODE
                   IF GLMAP-CODE NOT EQUAL "C"
                       AND GLMAP-CODE NOT EQUAL "K" THEN
                       DISPLAY "error: not a valid tender"
                       MOVE "N" TO WS-VALID
                   END-IF
               WHEN "FUND"
                   MOVE "Y" TO WS-VALID
                   DISPLAY "Fund code (blank for every fund without"
                       " its own account): "
                   ACCEPT GLMAP-CODE
               WHEN "RECV"
               WHEN "FINE"
               WHEN "REPL"
               WHEN "WAIV"
               WHEN "PAYB"
                   MOVE "Y" TO WS-VALID
               WHEN OTHER
                   DISPLAY "error: not a valid source"
                   MOVE "N" TO WS-VALID
           END-EVALUATE.

       ADD-MAPPING.
           PERFORM ASK-MAPPING-KEY
           IF SOURCE-IS-VALID THEN
               DISPLAY "Please enter the ledger account: "
               ACCEPT GLMAP-ACCOUNT
               DISPLAY "Please enter a description: "
               ACCEPT GLMAP-DESCRIPTION
               WRITE GLMAP-RECORD
                   INVALID KEY
                       DISPLAY "error: that source is already mapped"
                   NOT INVALID KEY
                       DISPLAY "Mapping added"
               END-WRITE
           END-IF.

       FIND-MAPPING.
           PERFORM ASK-MAPPING-KEY
           MOVE "N" TO WS-FOUND
           IF SOURCE-IS-VALID THEN
               READ GLMAP-DATABASE RECORD
                   KEY IS GLMAP-KEY
                   INVALID KEY
                       DISPLAY "error: that source is not mapped"
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
               END-READ
           END-IF.

       DISPLAY-MAPPING.
           DISPLAY FUNCTION TRIM(GLMAP-SOURCE) " "
               GLMAP-CODE " -> " GLMAP-ACCOUNT " "
               FUNCTION TRIM(GLMAP-DESCRIPTION).

       CHANGE-MAPPING.
           PERFORM FIND-MAPPING
           IF MAPPING-WAS-FOUND THEN
               PERFORM DISPLAY-MAPPING
               DISPLAY "Please enter the new ledger account: "
               ACCEPT GLMAP-ACCOUNT
               DISPLAY "Please enter the new description: "
               ACCEPT GLMAP-DESCRIPTION
               REWRITE GLMAP-RECORD
                   INVALID KEY
                       DISPLAY "error: unable to update mapping"
                   NOT INVALID KEY
                       DISPLAY "Mapping updated"
               END-REWRITE
           END-IF.

       REMOVE-MAPPING.
           PERFORM FIND-MAPPING
           IF MAPPING-WAS-FOUND THEN
               PERFORM DISPLAY-MAPPING
               DISPLAY "Remove this mapping? (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM IS EQUAL TO "Y"
                   OR WS-CONFIRM IS EQUAL TO "y" THEN
                   DELETE GLMAP-DATABASE RECORD
                       INVALID KEY
                           DISPLAY "error: unable to remove mapping"
                       NOT INVALID KEY
                           DISPLAY "Mapping removed"
                   END-DELETE
               END-IF
           END-IF.

       LIST-MAPPINGS.
           MOVE 0 TO WS-LISTED-COUNT
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO GLMAP-KEY
           START GLMAP-DATABASE KEY IS NOT LESS THAN GLMAP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM LIST-NEXT-MAPPING UNTIL EOF-REACHED
           DISPLAY "Total mappings listed: " WS-LISTED-COUNT.

       LIST-NEXT-MAPPING.
           READ GLMAP-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM DISPLAY-MAPPING
                   ADD 1 TO WS-LISTED-COUNT
           END-READ.
