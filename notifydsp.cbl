      *> marked sent. The queue is rewritten through a work file so a
      *> run of any size streams through without a table limit; an
      *> entry whose borrower has vanished from the master file stays
      *> pending for someone to look at. An overdue notice on a
      *> child's card goes to the guardian the card is linked to.
      *> An address NOTIFY-BOUNCES has flagged undeliverable gets a
      *> printed letter instead, as does an entry re-queued as one
      AUTHOR. Aidan Simon.



       FD  EMAIL-FILE
           DATA RECORD IS EMAIL-LINE.
       01  EMAIL-LINE               PIC X(160).

       WORKING-STORAGE SECTION.
       01 NQS                   PIC X(2).
       01 WS-LETTER-COUNT       PIC 9(5) COMP VALUE 0.
       01 WS-EMAIL-COUNT        PIC 9(5) COMP VALUE 0.
       01 WS-STUCK-COUNT        PIC 9(5) COMP VALUE 0.
       01 WS-REROUTED-COUNT     PIC 9(5) COMP VALUE 0.
       01 WS-EVENT-TEXT         PIC X(40).
       01 WS-SAVED-RECORD       PIC X(131).
       01 WS-HOLDER-NAME        PIC X(30).
       01 WS-REDIRECTED         PIC X(2) VALUE "N".
          88 SENT-TO-GUARDIAN         VALUE "Y".
       01 WS-OLD-FILENAME       PIC X(40) VALUE "./notifyq.dat".
       01 WS-NEW-FILENAME       PIC X(40) VALUE "./notifyq.new".
       01 WS-FILE-RESULT        PIC S9(9) COMP-5.
           DISPLAY "Dispatch complete: " WS-SENT-COUNT " sent ("
               WS-LETTER-COUNT " letter(s), " WS-EMAIL-COUNT
               " email(s))"
           IF WS-REROUTED-COUNT IS GREATER THAN 0 THEN
               DISPLAY WS-REROUTED-COUNT " letter(s) went to borrowers"
                   " who prefer email -- the address bounced"
           END-IF
           IF WS-STUCK-COUNT IS GREATER THAN 0 THEN
               DISPLAY "warning: " WS-STUCK-COUNT " entr(ies) left"
                   " pending -- borrower not on the master file"
               ADD 1 TO WS-STUCK-COUNT
           ELSE
               PERFORM SET-EVENT-TEXT
               MOVE "N" TO WS-REDIRECTED
               IF NOTIFY-TYPE IS EQUAL TO "O"
                   AND BORROWER-GUARDIAN-ID NOT EQUAL SPACES THEN
                   PERFORM REDIRECT-TO-GUARDIAN
               END-IF
      *> a space on cards issued before the preference existed means
      *> a printed letter, which is what everyone always got. Mail
      *> to an address that bounced would only bounce again
               IF BORROWER-CONTACT-PREF IS EQUAL TO "E" THEN
                   IF BORROWER-EMAIL-BAD IS EQUAL TO "Y"
                       OR NOTIFY-CHANNEL IS EQUAL TO "L" THEN
                       PERFORM WRITE-PRINT-LETTER
                       ADD 1 TO WS-REROUTED-COUNT
                   ELSE
                       PERFORM WRITE-EMAIL-LINE
                   END-IF
               ELSE
                   PERFORM WRITE-PRINT-LETTER
               END-IF
                   MOVE "Y" TO WS-FOUND
           END-READ.

       REDIRECT-TO-GUARDIAN.
      *> the guardian's contact details and preference take over; if
      *> the guardian has left the master file the notice goes to the
      *> cardholder as it would have before households existed
           MOVE BORROWER-RECORD TO WS-SAVED-RECORD
           MOVE BORROWER-NAME TO WS-HOLDER-NAME
           MOVE BORROWER-GUARDIAN-ID TO BORROWER-ID
           READ BORROWER-DATABASE RECORD
               KEY IS BORROWER-ID
               INVALID KEY
                   MOVE WS-SAVED-RECORD TO BORROWER-RECORD
               NOT INVALID KEY
                   MOVE "Y" TO WS-REDIRECTED
                   MOVE "an item on your child's card is overdue"
                       TO WS-EVENT-TEXT
           END-READ.

       SET-EVENT-TEXT.
           EVALUATE NOTIFY-TYPE
               WHEN "H"
               WHEN "O"
                   MOVE "an item you borrowed is overdue"
                       TO WS-EVENT-TEXT
               WHEN "E"
                   MOVE "your library card expires soon"
                       TO WS-EVENT-TEXT
               WHEN OTHER
                   MOVE "please contact the library"
                       TO WS-EVENT-TEXT

       WRITE-EMAIL-LINE.
      *> one delimited line per notice -- the mail gateway script
      *> turns these into actual messages. The last two fields, the
      *> card the notice is about and the card whose address it went
      *> to, come back on the vendor's bounce file so NOTIFY-BOUNCES
      *> can match a bounce to its notice and borrower
           MOVE SPACES TO EMAIL-LINE
           STRING
               FUNCTION TRIM(BORROWER-EMAIL) DELIMITED BY SIZE
               NOTIFY-EVENT-DATE             DELIMITED BY SIZE
               "|"                           DELIMITED BY SIZE
               FUNCTION TRIM(WS-EVENT-TEXT)  DELIMITED BY SIZE
               "|"                           DELIMITED BY SIZE
               FUNCTION TRIM(NOTIFY-BORROWER-ID) DELIMITED BY SIZE
               "|"                           DELIMITED BY SIZE
               FUNCTION TRIM(BORROWER-ID)    DELIMITED BY SIZE
               INTO EMAIL-LINE
           END-STRING
           WRITE EMAIL-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "To: " FUNCTION TRIM(BORROWER-NAME)
               " (" FUNCTION TRIM(BORROWER-ID) ")"
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           IF SENT-TO-GUARDIAN THEN
               MOVE SPACES TO PRINT-LINE
               STRING "About the card of " FUNCTION TRIM(WS-HOLDER-NAME)
                   " (" FUNCTION TRIM(NOTIFY-BORROWER-ID) ")"
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
      *> a card expiry notice is about the card, not an item
           IF NOTIFY-TYPE IS EQUAL TO "E" THEN
               STRING "Regarding your library card: "
                   FUNCTION TRIM(WS-EVENT-TEXT)
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "Regarding ISBN " NOTIFY-ISBN ": "
                   FUNCTION TRIM(WS-EVENT-TEXT)
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           EVALUATE NOTIFY-TYPE
               WHEN "E"
                   STRING "It expires on " NOTIFY-EVENT-DATE
                       " -- renew it at the desk with proof of"
                       " address"
                       DELIMITED BY SIZE INTO PRINT-LINE
               WHEN "H"
                   STRING "It has been waiting since "
                       NOTIFY-EVENT-DATE
