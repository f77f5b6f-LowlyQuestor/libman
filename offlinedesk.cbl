       01 WS-DONE               PIC X(2) VALUE "N".
          88 CAPTURE-DONE             VALUE "Y".
       01 WS-CAPTURED-COUNT     PIC 9(5) COMP VALUE 0.
       01 WS-OPERATOR           PIC X(10).

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF
           DISPLAY "OFFLINE CAPTURE -- no validation until replay;"
               " check IDs carefully"
      *> staff.db is an indexed file like any other, so the operator
      *> can't be signed on here -- the ID is keyed once, carried on
      *> every capture, and lands on the ledger at replay
           MOVE SPACES TO WS-OPERATOR
           PERFORM GET-OPERATOR-ID UNTIL WS-OPERATOR NOT EQUAL SPACES
           PERFORM CAPTURE-NEXT-TRANSACTION UNTIL CAPTURE-DONE
           CLOSE OFFLINE-FILE
           DISPLAY "Offline capture closed: " WS-CAPTURED-COUNT
               " transaction(s) queued for replay"
           GOBACK.

       GET-OPERATOR-ID.
           DISPLAY "Please enter your operator ID: "
           ACCEPT WS-OPERATOR
           IF WS-OPERATOR IS EQUAL TO SPACES THEN
               DISPLAY "error: the operator ID can't be blank"
           END-IF.

       CAPTURE-NEXT-TRANSACTION.
           DISPLAY "C = checkout, R = return, X = done: "
           ACCEPT WS-CHOICE
       WRITE-CAPTURED-ENTRY.
           ACCEPT OFF-DATE FROM DATE YYYYMMDD
           ACCEPT OFF-TIME FROM TIME
           MOVE WS-OPERATOR TO OFF-OPERATOR
           WRITE OFFLINE-RECORD
           ADD 1 TO WS-CAPTURED-COUNT
           DISPLAY "captured " OFF-TYPE " " OFF-ISBN
