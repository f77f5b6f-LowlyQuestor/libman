      IDENTIFICATION DIVISION.
      PROGRAM-ID. STAFF-MAINT.
      *> Maintains staff.db, the operators who may sign on to the
      *> desk and maintenance programs: enrolls them with a PIN and a
      *> role, changes roles, resets PINs, and deactivates operators
      *> who have left. Supervisors only -- except on a brand-new
      *> site, where the staff file is empty and the first operator
      *> enrolled here becomes the first supervisor
      AUTHOR. Aidan Simon.


      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAFF-DATABASE *> Staff operators, PINs, and roles
           ASSIGN TO "./staff.db"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STAFF-ID
           FILE STATUS IS SFS.

       DATA DIVISION.
       FILE SECTION.
       FD  STAFF-DATABASE
           DATA RECORD IS STAFF-RECORD.

           COPY "staffrec.cpy".

       WORKING-STORAGE SECTION.
       01 SFS                   PIC X(2).
          88 SFS-OK                   VALUE "00".
          88 SFS-FILE-NOT-FOUND       VALUE "35".
       01 WS-OPTION             PIC 99.
       01 WS-EOF                PIC X(2) VALUE "N".
          88 EOF-REACHED              VALUE "Y".
       01 WS-FOUND              PIC X(2) VALUE "N".
          88 STAFF-WAS-FOUND          VALUE "Y".
       01 WS-EMPTY-FILE         PIC X(2) VALUE "N".
          88 STAFF-FILE-IS-EMPTY      VALUE "Y".
       01 WS-LISTED-COUNT       PIC 9(5) COMP VALUE 0.
       01 WS-NEW-ROLE           PIC X(1).
       01 WS-NEW-PIN            PIC X(6).
       01 WS-CONFIRM-PIN        PIC X(6).
       01 WS-PIN-OK             PIC X(2) VALUE "N".
          88 PIN-IS-ACCEPTED          VALUE "Y".
       01 WS-ROLE-NAME          PIC X(18).
           COPY "signon.cpy".

      PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *> WORKING-STORAGE isn't reinitialized between CALLs into this
      *> program, so WS-OPTION has to be reset here -- otherwise a
      *> second CALL from the menu driver would still see the prior
      *> run's exit value and skip the options loop entirely
           MOVE 0 TO WS-OPTION
           PERFORM OPEN-DATABASE
           PERFORM CHECK-FOR-EMPTY-FILE
           IF STAFF-FILE-IS-EMPTY THEN
               PERFORM ENROLL-FIRST-SUPERVISOR
               CLOSE STAFF-DATABASE
               GOBACK
           END-IF
      *> STAFF-SIGNON reads the same file, so it is closed across the
      *> sign-on and opened again once a supervisor is in
           CLOSE STAFF-DATABASE
           MOVE "S" TO SIGNON-REQUEST
           MOVE "S" TO SIGNON-NEED-ROLE
           CALL "STAFF-SIGNON" USING SIGNON-AREA
           IF NOT SIGNON-GRANTED THEN
               GOBACK
           END-IF
           PERFORM OPEN-DATABASE
           PERFORM DISPLAY-OPTIONS
           PERFORM READ-AND-VERIFY-OPTIONS UNTIL WS-OPTION IS EQUAL TO 8
           CLOSE STAFF-DATABASE
           GOBACK.

       OPEN-DATABASE.
      *> OPEN OUTPUT on an indexed file wipes it, so the staff file
      *> is opened for update and only created fresh the first time
           OPEN I-O STAFF-DATABASE.
           IF SFS-FILE-NOT-FOUND THEN
               OPEN OUTPUT STAFF-DATABASE
               CLOSE STAFF-DATABASE
               OPEN I-O STAFF-DATABASE
           END-IF.
           IF NOT SFS-OK THEN
               DISPLAY "Error opening staff file"
               GOBACK
           END-IF.

       CHECK-FOR-EMPTY-FILE.
           MOVE "N" TO WS-EMPTY-FILE
           MOVE SPACES TO STAFF-ID
           START STAFF-DATABASE KEY IS NOT LESS THAN STAFF-ID
               INVALID KEY
                   MOVE "Y" TO WS-EMPTY-FILE
           END-START.

       ENROLL-FIRST-SUPERVISOR.
      *> nobody can sign on to an empty staff file, so the very first
      *> enrollment is let through -- and can only be a supervisor,
      *> who then enrolls everyone else through the normal menu
           DISPLAY "No staff are enrolled yet -- enrolling the first"
               " supervisor"
           PERFORM ACCEPT-NEW-OPERATOR
           IF PIN-IS-ACCEPTED THEN
               MOVE "S" TO STAFF-ROLE
               PERFORM WRITE-NEW-OPERATOR
           END-IF.

       DISPLAY-OPTIONS.
           DISPLAY "Staff maintenance menu"
           DISPLAY "1. Enroll an operator"
           DISPLAY "2. Look up an operator"
           DISPLAY "3. Change an operator's role"
           DISPLAY "4. Reset an operator's PIN"
           DISPLAY "5. Deactivate or reactivate an operator"
           DISPLAY "6. List all operators"
           DISPLAY "7. Display options"
           DISPLAY "8. Exit".

       READ-AND-VERIFY-OPTIONS.
           DISPLAY "Please enter a valid choice"
           ACCEPT WS-OPTION
           EVALUATE WS-OPTION
               WHEN 1 PERFORM ENROLL-OPERATOR
               WHEN 2 PERFORM LOOK-UP-OPERATOR
               WHEN 3 PERFORM CHANGE-ROLE
               WHEN 4 PERFORM RESET-PIN
               WHEN 5 PERFORM CHANGE-STATUS
               WHEN 6 PERFORM LIST-OPERATORS
               WHEN 7 PERFORM DISPLAY-OPTIONS
               WHEN 8 CONTINUE
               WHEN OTHER DISPLAY "error: not a valid choice"
           END-EVALUATE.

       ACCEPT-NEW-OPERATOR.
           DISPLAY "Please enter the new operator ID: "
           ACCEPT STAFF-ID
           DISPLAY "Please enter the operator's name: "
           ACCEPT STAFF-NAME
           PERFORM ACCEPT-NEW-PIN
           MOVE WS-NEW-PIN TO STAFF-PIN
           MOVE "A" TO STAFF-STATUS.

       ACCEPT-NEW-PIN.
      *> keyed twice, since a typo here locks the operator out
           MOVE "N" TO WS-PIN-OK
           DISPLAY "Please enter the PIN (up to 6 characters): "
           ACCEPT WS-NEW-PIN
           DISPLAY "Please enter the PIN again: "
           ACCEPT WS-CONFIRM-PIN
           EVALUATE TRUE
               WHEN WS-NEW-PIN IS EQUAL TO SPACES
                   DISPLAY "error: the PIN can't be blank"
               WHEN WS-NEW-PIN NOT EQUAL WS-CONFIRM-PIN
                   DISPLAY "error: the two PINs don't match"
               WHEN OTHER
                   MOVE "Y" TO WS-PIN-OK
           END-EVALUATE.

       ENROLL-OPERATOR.
           PERFORM ACCEPT-NEW-OPERATOR
           IF PIN-IS-ACCEPTED THEN
               PERFORM ASK-ROLE
               MOVE WS-NEW-ROLE TO STAFF-ROLE
               PERFORM WRITE-NEW-OPERATOR
           END-IF.

       WRITE-NEW-OPERATOR.
           WRITE STAFF-RECORD
               INVALID KEY
                   DISPLAY "error: that operator ID is already on file"
               NOT INVALID KEY
                   DISPLAY "Operator " FUNCTION TRIM(STAFF-ID)
                       " enrolled"
           END-WRITE.

       ASK-ROLE.
           MOVE SPACE TO WS-NEW-ROLE
           PERFORM GET-ROLE
               UNTIL WS-NEW-ROLE IS EQUAL TO "W"
                   OR WS-NEW-ROLE IS EQUAL TO "C"
                   OR WS-NEW-ROLE IS EQUAL TO "S".

       GET-ROLE.
           DISPLAY "Role? (W student worker, C circulation clerk,"
               " S supervisor): "
           ACCEPT WS-NEW-ROLE
           IF WS-NEW-ROLE NOT EQUAL "W" AND WS-NEW-ROLE NOT EQUAL "C"
               AND WS-NEW-ROLE NOT EQUAL "S" THEN
               DISPLAY "error: role must be W, C, or S"
           END-IF.

       FIND-OPERATOR.
           DISPLAY "Please enter the operator ID: "
           ACCEPT STAFF-ID
           READ STAFF-DATABASE RECORD
               KEY IS STAFF-ID
               INVALID KEY
                   MOVE "N" TO WS-FOUND
                   DISPLAY "error: that operator ID is not on file"
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ.

       LOOK-UP-OPERATOR.
           PERFORM FIND-OPERATOR
           IF STAFF-WAS-FOUND THEN
               PERFORM DISPLAY-OPERATOR
           END-IF.

       DISPLAY-OPERATOR.
           EVALUATE STAFF-ROLE
               WHEN "W" MOVE "student worker" TO WS-ROLE-NAME
               WHEN "C" MOVE "circulation clerk" TO WS-ROLE-NAME
               WHEN "S" MOVE "supervisor" TO WS-ROLE-NAME
               WHEN OTHER MOVE "unknown" TO WS-ROLE-NAME
           END-EVALUATE
           DISPLAY "id: "   FUNCTION TRIM(STAFF-ID)
               " name: "    FUNCTION TRIM(STAFF-NAME)
               " role: "    FUNCTION TRIM(WS-ROLE-NAME)
               " status: "  STAFF-STATUS.

       CHANGE-ROLE.
           PERFORM FIND-OPERATOR
           IF STAFF-WAS-FOUND THEN
               PERFORM DISPLAY-OPERATOR
               PERFORM ASK-ROLE
      *> the signed-on supervisor demoting themselves could leave
      *> the site with nobody able to run this program
               IF STAFF-ID IS EQUAL TO SIGNON-OPERATOR
                   AND WS-NEW-ROLE NOT EQUAL "S" THEN
                   DISPLAY "error: a supervisor can't demote"
                       " themselves -- ask another supervisor"
               ELSE
                   MOVE WS-NEW-ROLE TO STAFF-ROLE
                   PERFORM REWRITE-OPERATOR
               END-IF
           END-IF.

       RESET-PIN.
           PERFORM FIND-OPERATOR
           IF STAFF-WAS-FOUND THEN
               PERFORM ACCEPT-NEW-PIN
               IF PIN-IS-ACCEPTED THEN
                   MOVE WS-NEW-PIN TO STAFF-PIN
                   PERFORM REWRITE-OPERATOR
               END-IF
           END-IF.

       CHANGE-STATUS.
           PERFORM FIND-OPERATOR
           IF STAFF-WAS-FOUND THEN
               IF STAFF-ID IS EQUAL TO SIGNON-OPERATOR THEN
                   DISPLAY "error: you can't deactivate your own"
                       " sign-on"
               ELSE
                   IF STAFF-STATUS IS EQUAL TO "A" THEN
                       MOVE "I" TO STAFF-STATUS
                   ELSE
                       MOVE "A" TO STAFF-STATUS
                   END-IF
                   PERFORM REWRITE-OPERATOR
               END-IF
           END-IF.

       REWRITE-OPERATOR.
           REWRITE STAFF-RECORD
               INVALID KEY
                   DISPLAY "error: unable to update operator"
               NOT INVALID KEY
                   DISPLAY "Operator updated"
                   PERFORM DISPLAY-OPERATOR
           END-REWRITE.

       LIST-OPERATORS.
           MOVE 0 TO WS-LISTED-COUNT
           MOVE "N" TO WS-EOF
           MOVE SPACES TO STAFF-ID
           START STAFF-DATABASE KEY IS NOT LESS THAN STAFF-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM LIST-NEXT-OPERATOR UNTIL EOF-REACHED
           DISPLAY "Total operators listed: " WS-LISTED-COUNT.

       LIST-NEXT-OPERATOR.
           READ STAFF-DATABASE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM DISPLAY-OPERATOR
                   ADD 1 TO WS-LISTED-COUNT
           END-READ.
