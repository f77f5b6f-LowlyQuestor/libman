                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF LOAN-RETURN-DATE IS EQUAL TO 0
                       AND LOAN-CLAIM-DATE IS EQUAL TO 0
                       AND LOAN-DUE-DATE IS EQUAL TO
                           WS-TARGET-DATE THEN
                       PERFORM QUEUE-PREDUE-REMINDER
           MOVE LOAN-ISBN TO NOTIFY-ISBN
           MOVE LOAN-DUE-DATE TO NOTIFY-EVENT-DATE
           MOVE WS-TODAY TO NOTIFY-QUEUED-DATE
           MOVE SPACE TO NOTIFY-CHANNEL
           WRITE NOTIFY-RECORD
           ADD 1 TO WS-QUEUED-COUNT.
