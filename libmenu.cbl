      IDENTIFICATION DIVISION.
      PROGRAM-ID. LIBRARY-MENU.
      *> Top-level menu that launches the catalog-maintenance programs,
      *> so a student worker only has to start this one program. The
      *> operator signs on once here; the menu offers only what their
      *> role allows, and the programs it starts reuse the sign-on
      AUTHOR. Aidan Simon.



      DATA DIVISION.
      WORKING-STORAGE SECTION.
      01 WS-CHOICE             PIC 99 VALUE 0.
      *> W student worker ranks 1, C circulation clerk 2, S
      *> supervisor 3 -- each option below names the least it needs
      01 WS-RANK               PIC 9 VALUE 0.
         88 RANK-IS-CLERK            VALUE 2 3.
         88 RANK-IS-SUPERVISOR       VALUE 3.
          COPY "signon.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO SIGNON-REQUEST
           MOVE "W" TO SIGNON-NEED-ROLE
           CALL "STAFF-SIGNON" USING SIGNON-AREA
           IF NOT SIGNON-GRANTED THEN
               GOBACK
           END-IF
           EVALUATE SIGNON-ROLE
               WHEN "S" MOVE 3 TO WS-RANK
               WHEN "C" MOVE 2 TO WS-RANK
               WHEN OTHER MOVE 1 TO WS-RANK
           END-EVALUATE
           PERFORM DISPLAY-MENU UNTIL WS-CHOICE IS EQUAL TO 11
           MOVE "X" TO SIGNON-REQUEST
           CALL "STAFF-SIGNON" USING SIGNON-AREA
           GOBACK.

       DISPLAY-MENU.
           DISPLAY "Library catalog maintenance"
           DISPLAY "1. Add a book"
           DISPLAY "2. Modify a book"
           IF RANK-IS-SUPERVISOR THEN
               DISPLAY "3. Remove a book"
           END-IF
           IF RANK-IS-CLERK THEN
               DISPLAY "4. Register/maintain borrowers"
           END-IF
           IF RANK-IS-SUPERVISOR THEN
               DISPLAY "5. Maintain loan policies"
               DISPLAY "6. Maintain the closure calendar"
           END-IF
           IF RANK-IS-CLERK THEN
               DISPLAY "7. Fines desk"
           END-IF
           IF RANK-IS-SUPERVISOR THEN
               DISPLAY "8. Merge duplicate borrower accounts"
               DISPLAY "9. Change history"
               DISPLAY "10. Maintain staff operators"
           END-IF
           DISPLAY "11. Sign off and exit"
           DISPLAY "Please enter a choice: "
           ACCEPT WS-CHOICE
           EVALUATE TRUE
               WHEN WS-CHOICE IS EQUAL TO 1 CALL "ADD-BOOK"
               WHEN WS-CHOICE IS EQUAL TO 2 CALL "MODIFY-BOOK"
               WHEN WS-CHOICE IS EQUAL TO 3 AND RANK-IS-SUPERVISOR
                   CALL "REMOVE-BOOK"
               WHEN WS-CHOICE IS EQUAL TO 4 AND RANK-IS-CLERK
                   CALL "BORROWER-MAINT"
               WHEN WS-CHOICE IS EQUAL TO 5 AND RANK-IS-SUPERVISOR
                   CALL "POLICY-MAINT"
               WHEN WS-CHOICE IS EQUAL TO 6 AND RANK-IS-SUPERVISOR
                   CALL "CALENDAR-MAINT"
               WHEN WS-CHOICE IS EQUAL TO 7 AND RANK-IS-CLERK
                   CALL "FINE-DESK"
               WHEN WS-CHOICE IS EQUAL TO 8 AND RANK-IS-SUPERVISOR
                   CALL "BORROWER-MERGE"
               WHEN WS-CHOICE IS EQUAL TO 9 AND RANK-IS-SUPERVISOR
                   CALL "CHANGE-HISTORY"
               WHEN WS-CHOICE IS EQUAL TO 10 AND RANK-IS-SUPERVISOR
                   CALL "STAFF-MAINT"
               WHEN WS-CHOICE IS EQUAL TO 11 CONTINUE
               WHEN OTHER DISPLAY "error: not a valid choice"
           END-EVALUATE.
