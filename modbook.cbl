       01 WS-ISBN10-PREFIX     PIC 9(9).
       01 WS-ISBN13-CHECK      PIC 9(1).
       01 WS-I                 PIC 9(2) COMP.
           COPY "signon.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *> second CALL from the menu driver would still see the prior
      *> run's exit value and skip the options loop entirely
           MOVE 0 TO WS-OPTION
           MOVE "S" TO SIGNON-REQUEST
           MOVE "W" TO SIGNON-NEED-ROLE
           CALL "STAFF-SIGNON" USING SIGNON-AREA
           IF NOT SIGNON-GRANTED THEN
               GOBACK
           END-IF
           PERFORM READ-IN-DATABASE
           PERFORM DISPLAY-OPTIONS
           PERFORM READ-AND-VERIFY-OPTIONS UNTIL WS-OPTION IS EQUAL TO 14
           MOVE "MODIFY-BOOK"   TO AUDIT-PROGRAM
           MOVE WS-AUDIT-ACTION TO AUDIT-ACTION
           MOVE BOOK-ISBN       TO AUDIT-ISBN
           MOVE SIGNON-OPERATOR TO AUDIT-OPERATOR
           WRITE AUDIT-RECORD.

       DISPLAY-INFO.
