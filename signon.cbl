      IDENTIFICATION DIVISION.
      PROGRAM-ID. STAFF-SIGNON.
      *> Called by every desk and maintenance program before it does
      *> anything: asks for an operator ID and PIN, checks them
      *> against staff.db, and tells the caller who is signed on and
      *> whether their role is enough for the job. The sign-on is
      *> kept in WORKING-STORAGE for the rest of the run, so a clerk
      *> who signed on at LIBRARY-MENU isn't asked again by each
      *> program the menu starts, until the menu signs them off
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
      *> the current sign-on -- survives between CALLs on purpose
       01 WS-SIGNED-ON          PIC X(2) VALUE "N".
          88 OPERATOR-SIGNED-ON       VALUE "Y".
       01 WS-CUR-OPERATOR       PIC X(10) VALUE SPACES.
       01 WS-CUR-ROLE           PIC X(1) VALUE SPACE.
       01 WS-CUR-NAME           PIC X(30) VALUE SPACES.
       01 WS-ENTERED-ID         PIC X(10).
       01 WS-ENTERED-PIN        PIC X(6).
       01 WS-TRIES              PIC 9(2) COMP.
       01 WS-TRY-LIMIT          PIC 9(2) COMP VALUE 3.
      *> roles rank W < C < S; a role satisfies a need of equal or
      *> lower rank
       01 WS-ROLE-WORK          PIC X(1).
       01 WS-ROLE-RANK          PIC 9.
       01 WS-HAVE-RANK          PIC 9.
       01 WS-NEED-RANK          PIC 9.
       01 WS-NEED-NAME          PIC X(20).

       LINKAGE SECTION.
           COPY "signon.cpy".

      PROCEDURE DIVISION USING SIGNON-AREA.
       MAIN-PROCEDURE.
           MOVE "N" TO SIGNON-RESULT
           IF SIGNON-SIGN-OFF THEN
               PERFORM SIGN-OFF-OPERATOR
           ELSE
               IF NOT OPERATOR-SIGNED-ON THEN
                   PERFORM SIGN-ON-OPERATOR
               END-IF
               IF OPERATOR-SIGNED-ON THEN
                   PERFORM CHECK-ROLE
               END-IF
           END-IF
           MOVE WS-CUR-OPERATOR TO SIGNON-OPERATOR
           MOVE WS-CUR-ROLE TO SIGNON-ROLE
           GOBACK.

       SIGN-ON-OPERATOR.
      *> a site that has never enrolled anyone has no staff file --
      *> STAFF-MAINT enrolls the first supervisor without a sign-on
           OPEN INPUT STAFF-DATABASE
           IF NOT SFS-OK THEN
               DISPLAY "error: no staff are enrolled -- run STAFF-MAINT"
                   " to enroll the first supervisor"
           ELSE
               MOVE 0 TO WS-TRIES
               PERFORM TRY-ONE-SIGN-ON
                   UNTIL OPERATOR-SIGNED-ON
                       OR WS-TRIES IS NOT LESS THAN WS-TRY-LIMIT
               CLOSE STAFF-DATABASE
               IF NOT OPERATOR-SIGNED-ON THEN
                   DISPLAY "error: sign-on refused"
               END-IF
           END-IF.

       TRY-ONE-SIGN-ON.
           ADD 1 TO WS-TRIES
           DISPLAY "Operator ID: "
           ACCEPT WS-ENTERED-ID
           DISPLAY "PIN: "
           ACCEPT WS-ENTERED-PIN
           MOVE WS-ENTERED-ID TO STAFF-ID
           READ STAFF-DATABASE RECORD
               KEY IS STAFF-ID
               INVALID KEY
                   DISPLAY "error: unknown operator ID or wrong PIN"
               NOT INVALID KEY
      *> the same message either way, so the desk terminal doesn't
      *> confirm which operator IDs exist
                   IF STAFF-PIN NOT EQUAL WS-ENTERED-PIN THEN
                       DISPLAY "error: unknown operator ID or wrong PIN"
                   ELSE
                       IF STAFF-STATUS NOT EQUAL "A" THEN
                           DISPLAY "error: operator "
                               FUNCTION TRIM(STAFF-ID)
                               " is no longer active"
                       ELSE
                           MOVE "Y" TO WS-SIGNED-ON
                           MOVE STAFF-ID TO WS-CUR-OPERATOR
                           MOVE STAFF-ROLE TO WS-CUR-ROLE
                           MOVE STAFF-NAME TO WS-CUR-NAME
                           DISPLAY "Signed on: "
                               FUNCTION TRIM(WS-CUR-NAME)
                       END-IF
                   END-IF
           END-READ.

       CHECK-ROLE.
           MOVE WS-CUR-ROLE TO WS-ROLE-WORK
           PERFORM RANK-ROLE
           MOVE WS-ROLE-RANK TO WS-HAVE-RANK
           MOVE SIGNON-NEED-ROLE TO WS-ROLE-WORK
           PERFORM RANK-ROLE
           MOVE WS-ROLE-RANK TO WS-NEED-RANK
           IF WS-HAVE-RANK IS NOT LESS THAN WS-NEED-RANK THEN
               MOVE "Y" TO SIGNON-RESULT
           ELSE
               EVALUATE SIGNON-NEED-ROLE
                   WHEN "S" MOVE "a supervisor" TO WS-NEED-NAME
                   WHEN "C" MOVE "a circulation clerk" TO WS-NEED-NAME
                   WHEN OTHER MOVE "a staff member" TO WS-NEED-NAME
               END-EVALUATE
               DISPLAY "error: that needs " FUNCTION TRIM(WS-NEED-NAME)
                   " -- operator " FUNCTION TRIM(WS-CUR-OPERATOR)
                   " can't do it"
           END-IF.

       RANK-ROLE.
      *> an unknown role ranks below everything, so a damaged staff
      *> record fails safe
           EVALUATE WS-ROLE-WORK
               WHEN "W" MOVE 1 TO WS-ROLE-RANK
               WHEN "C" MOVE 2 TO WS-ROLE-RANK
               WHEN "S" MOVE 3 TO WS-ROLE-RANK
               WHEN OTHER MOVE 0 TO WS-ROLE-RANK
           END-EVALUATE.

       SIGN-OFF-OPERATOR.
           IF OPERATOR-SIGNED-ON THEN
               DISPLAY "Signed off: " FUNCTION TRIM(WS-CUR-OPERATOR)
           END-IF
           MOVE "N" TO WS-SIGNED-ON
           MOVE SPACES TO WS-CUR-OPERATOR
           MOVE SPACE TO WS-CUR-ROLE
           MOVE SPACES TO WS-CUR-NAME.
