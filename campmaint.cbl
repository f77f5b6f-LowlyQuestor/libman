      IDENTIFICATION DIVISION.
      PROGRAM-ID. CAMPAIGN-MAINT.
      *> Sets up the fine amnesty campaigns -- "food for fines" week,
      *> summer reading -- with the window they run in and the rules
      *> for which fines they forgive. A campaign writes money off,
      *> so only a supervisor may define one; once defined, the desk
      *> applies it through FINE-DESK and the batch AMNESTY-RUN
      *> applies it to everyone who qualifies
      AUTHOR. Aidan Simon.


      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-DATABASE *> Fine amnesty campaigns
           ASSIGN TO "./campaigns.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAMPAIGN-CODE
           FILE STATUS IS CPS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-DATABASE
           DATA RECORD IS CAMPAIGN-RECORD.

           COPY "camprec.cpy".

       WORKING-STORAGE SECTION.
       01 CPS                   PIC X(2).
          88 CPS-OK                   VALUE "00".
          88 CPS-FILE-NOT-FOUND       VALUE "35".
       01 WS-OPTION             PIC 99.
       01 WS-EOF                PIC X(2) VALUE "N".
          88 EOF-REACHED              VALUE "Y".
       01 WS-FOUND              PIC X(2) VALUE "N".
          88 CAMPAIGN-WAS-FOUND       VALUE "Y".
       01 WS-RULES-VALID        PIC X(2) VALUE "N".
          88 RULES-ARE-VALID          VALUE "Y".
       01 WS-LISTED-COUNT       PIC 9(5) COMP VALUE 0.
       01 WS-CAP-DISPLAY        PIC ZZ9.99.
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
           CLOSE CAMPAIGN-DATABASE
           GOBACK.

       OPEN-DATABASE.
      *> OPEN OUTPUT on an indexed file wipes it, so the campaign file
      *> is opened for update and only created fresh the first time
           OPEN I-O CAMPAIGN-DATABASE.
           IF CPS-FILE-NOT-FOUND THEN
               OPEN OUTPUT CAMPAIGN-DATABASE
               CLOSE CAMPAIGN-DATABASE
               OPEN I-O CAMPAIGN-DATABASE
           END-IF.
           IF NOT CPS-OK THEN
               DISPLAY "Error opening campaign file"
               GOBACK
           END-IF.

       DISPLAY-OPTIONS.
           DISPLAY "Fine amnesty campaign menu"
           DISPLAY "1. Define a campaign"
           DISPLAY "2. Look up a campaign"
           DISPLAY "3. Change a campaign's dates and rules"
           DISPLAY "4. List all campaigns"
           DISPLAY "5. Display options"
           DISPLAY "6. Exit".

       READ-AND-VERIFY-OPTIONS.
           DISPLAY "Please enter a valid choice"
           ACCEPT WS-OPTION
           EVALUATE WS-OPTION
               WHEN 1 PERFORM ADD-CAMPAIGN
               WHEN 2 PERFORM LOOK-UP-CAMPAIGN
               WHEN 3 PERFORM UPDATE-CAMPAIGN
               WHEN 4 PERFORM LIST-CAMPAIGNS
               WHEN 5 PERFORM DISPLAY-OPTIONS
               WHEN 6 CONTINUE
               WHEN OTHER DISPLAY "error: not a valid choice"
           END-EVALUATE.

       ADD-CAMPAIGN.
           DISPLAY "Please enter the new campaign code"
               " (e.g. FOOD2026): "
           ACCEPT CAMPAIGN-CODE
           DISPLAY "Please enter the campaign's name: "
           ACCEPT CAMPAIGN-NAME
           MOVE "N" TO WS-RULES-VALID
           PERFORM ACCEPT-CAMPAIGN-RULES UNTIL RULES-ARE-VALID
           MOVE 0 TO CAMPAIGN-RUN-DATE
           MOVE SIGNON-OPERATOR TO CAMPAIGN-OPERATOR
           WRITE CAMPAIGN-RECORD
               INVALID KEY
                   DISPLAY "error: that campaign code is already on"
                       " file"
               NOT INVALID KEY
                   DISPLAY "Campaign " FUNCTION TRIM(CAMPAIGN-CODE)
                       " defined"
           END-WRITE.

       ACCEPT-CAMPAIGN-RULES.
           DISPLAY "First day of the campaign (YYYYMMDD): "
           ACCEPT CAMPAIGN-START-DATE
           DISPLAY "Last day of the campaign (YYYYMMDD): "
           ACCEPT CAMPAIGN-END-DATE
           DISPLAY "Forgive overdue fines assessed from (YYYYMMDD, 0"
               " for any date): "
           ACCEPT CAMPAIGN-FINES-FROM
           DISPLAY "Forgive overdue fines assessed up to (YYYYMMDD, 0"
               " for the campaign's last day): "
           ACCEPT CAMPAIGN-FINES-TO
           IF CAMPAIGN-FINES-TO IS EQUAL TO 0 THEN
               MOVE CAMPAIGN-END-DATE TO CAMPAIGN-FINES-TO
           END-IF
           DISPLAY "Only one type of card? (A adult, J child, S"
               " staff, C community, blank for every card): "
           MOVE SPACE TO CAMPAIGN-BORROWER-TYPE
           ACCEPT CAMPAIGN-BORROWER-TYPE
           DISPLAY "Most to forgive per patron (999.99, 0 for no"
               " limit): "
           ACCEPT CAMPAIGN-CAP
           PERFORM VALIDATE-CAMPAIGN-RULES.

       VALIDATE-CAMPAIGN-RULES.
           MOVE "Y" TO WS-RULES-VALID
           IF CAMPAIGN-START-DATE IS EQUAL TO 0
               OR CAMPAIGN-END-DATE IS LESS THAN
               CAMPAIGN-START-DATE THEN
               DISPLAY "error: the campaign has to end on or after"
                   " the day it starts"
               MOVE "N" TO WS-RULES-VALID
           END-IF
           IF CAMPAIGN-FINES-TO IS LESS THAN CAMPAIGN-FINES-FROM THEN
               DISPLAY "error: the assessment dates are the wrong way"
                   " round"
               MOVE "N" TO WS-RULES-VALID
           END-IF
           IF CAMPAIGN-BORROWER-TYPE NOT EQUAL SPACE
               AND CAMPAIGN-BORROWER-TYPE NOT EQUAL "A"
               AND CAMPAIGN-BORROWER-TYPE NOT EQUAL "J"
               AND CAMPAIGN-BORROWER-TYPE NOT EQUAL "S"
               AND CAMPAIGN-BORROWER-TYPE NOT EQUAL "C" THEN
               DISPLAY "error: card type must be A, J, S, C, or"
                   " blank"
               MOVE "N" TO WS-RULES-VALID
           END-IF.

       FIND-CAMPAIGN.
           DISPLAY "Please enter the campaign code: "
           ACCEPT CAMPAIGN-CODE
           READ CAMPAIGN-DATABASE RECORD
               KEY IS CAMPAIGN-CODE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
                   DISPLAY "error: that campaign code is not on file"
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ.

       LOOK-UP-CAMPAIGN.
           PERFORM FIND-CAMPAIGN
           IF CAMPAIGN-WAS-FOUND THEN
               PERFORM DISPLAY-CAMPAIGN
           END-IF.

       DISPLAY-CAMPAIGN.
           DISPLAY "code: "     FUNCTION TRIM(CAMPAIGN-CODE)
               " name: "        FUNCTION TRIM(CAMPAIGN-NAME)
               " runs "         CAMPAIGN-START-DATE
               " to "           CAMPAIGN-END-DATE
           DISPLAY "    forgives overdue fines assessed "
               CAMPAIGN-FINES-FROM " to " CAMPAIGN-FINES-TO
           IF CAMPAIGN-BORROWER-TYPE IS EQUAL TO SPACE THEN
               DISPLAY "    on every type of card"
           ELSE
               DISPLAY "    on type " CAMPAIGN-BORROWER-TYPE
                   " cards only"
           END-IF
           IF CAMPAIGN-CAP IS GREATER THAN 0 THEN
               MOVE CAMPAIGN-CAP TO WS-CAP-DISPLAY
               DISPLAY "    up to " WS-CAP-DISPLAY " per patron"
           END-IF
           IF CAMPAIGN-RUN-DATE IS GREATER THAN 0 THEN
               DISPLAY "    batch run last applied it on "
                   CAMPAIGN-RUN-DATE
           END-IF.

       UPDATE-CAMPAIGN.
      *> waivers already written stay as they are; the new rules
      *> only decide what is forgiven from here on
           PERFORM FIND-CAMPAIGN
           IF CAMPAIGN-WAS-FOUND THEN
               PERFORM DISPLAY-CAMPAIGN
               DISPLAY "Please enter the new name: "
               ACCEPT CAMPAIGN-NAME
               MOVE "N" TO WS-RULES-VALID
               PERFORM ACCEPT-CAMPAIGN-RULES UNTIL RULES-ARE-VALID
               REWRITE CAMPAIGN-RECORD
                   INVALID KEY
                       DISPLAY "error: unable to update campaign"
                   NOT INVALID KEY
                       DISPLAY "Campaign updated"
               END-REWRITE
           END-IF.

       LIST-CAMPAIGNS.
           MOVE 0 TO WS-LISTED-COUNT
           MOVE "N" TO WS-EOF
           MOVE SPACES TO CAMPAIGN-CODE
           START CAMPAIGN-DATABASE KEY IS NOT LESS THAN CAMPAIGN-CODE
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM LIST-NEXT-CAMPAIGN UNTIL EOF-REACHED
           DISPLAY "Total campaigns listed: " WS-LISTED-COUNT.

       LIST-NEXT-CAMPAIGN.
           READ CAMPAIGN-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM DISPLAY-CAMPAIGN
                   ADD 1 TO WS-LISTED-COUNT
           END-READ.
