       01 WS-ISBN10-PREFIX      PIC 9(9).
       01 WS-ISBN13-CHECK       PIC 9(1).
       01 WS-I                  PIC 9(2) COMP.
           COPY "signon.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO SIGNON-REQUEST
           MOVE "S" TO SIGNON-NEED-ROLE
           CALL "STAFF-SIGNON" USING SIGNON-AREA
           IF NOT SIGNON-GRANTED THEN
               GOBACK
           END-IF
           PERFORM OPEN-DATABASE
           DISPLAY "1. Remove a book interactively"
           DISPLAY "2. Batch withdrawal from a file"
           MOVE "REMOVE-BOOK" TO AUDIT-PROGRAM
           MOVE "DELETE"      TO AUDIT-ACTION
           MOVE BOOK-ISBN     TO AUDIT-ISBN
           MOVE SIGNON-OPERATOR TO AUDIT-OPERATOR
           WRITE AUDIT-RECORD.

       REMOVE-BOOKS-BATCH.
