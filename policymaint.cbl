          88 POLICY-WAS-FOUND         VALUE "Y".
       01 WS-LISTED-COUNT       PIC 9(5) COMP VALUE 0.
       01 WS-RATE-DISPLAY       PIC ZZ9.99.
       01 WS-FEE-DISPLAY        PIC ZZ9.99.
           COPY "signon.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
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
           DISPLAY "Please enter the daily fine rate: "
           ACCEPT POLICY-FINE-RATE
           DISPLAY "Is this category non-circulating? (Y/N): "
           ACCEPT POLICY-NONCIRC
           DISPLAY "Please enter the replacement processing fee: "
           ACCEPT POLICY-PROCESSING-FEE.

       ADD-POLICY.
           DISPLAY "Please enter the category: "

       DISPLAY-POLICY.
           MOVE POLICY-FINE-RATE TO WS-RATE-DISPLAY
           MOVE POLICY-PROCESSING-FEE TO WS-FEE-DISPLAY
           DISPLAY "category: "       FUNCTION TRIM(POLICY-CATEGORY)
               " loan days: "         POLICY-LOAN-DAYS
               " renewals: "          POLICY-RENEWAL-LIMIT
               " fine rate: "         WS-RATE-DISPLAY
               " non-circulating: "   POLICY-NONCIRC
               " processing fee: "    WS-FEE-DISPLAY.

       LIST-POLICIES.
           MOVE 0 TO WS-LISTED-COUNT
