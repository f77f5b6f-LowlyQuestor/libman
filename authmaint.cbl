       01 WS-KNOWN-COUNT        PIC 9(5) COMP VALUE 0.
       01 WS-UNKNOWN-COUNT      PIC 9(5) COMP VALUE 0.
       01 WS-BEFORE-VALUE       PIC X(80).
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
           PERFORM OPEN-AUTHORITY-FILE
           PERFORM DISPLAY-OPTIONS
           PERFORM READ-AND-VERIFY-OPTIONS UNTIL WS-OPTION IS EQUAL TO 7
           MOVE SPACES TO AUDIT-AFTER
           STRING "author=" FUNCTION TRIM(BOOK-AUTHOR)
               DELIMITED BY SIZE INTO AUDIT-AFTER
           MOVE SIGNON-OPERATOR TO AUDIT-OPERATOR
           WRITE AUDIT-RECORD.
