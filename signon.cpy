      *> Parameter block passed to STAFF-SIGNON. The caller sets the
      *> request and the least role it needs; STAFF-SIGNON hands back
      *> who is signed on and whether the role is enough. A sign-on
      *> is remembered for the rest of the run, so programs started
      *> from LIBRARY-MENU don't ask for the PIN a second time
       01  SIGNON-AREA.
      *> S sign on (or reuse the current sign-on), X sign off
           05 SIGNON-REQUEST     PIC X(1).
              88 SIGNON-SIGN-ON        VALUE "S".
              88 SIGNON-SIGN-OFF       VALUE "X".
      *> W student worker, C circulation clerk, S supervisor
           05 SIGNON-NEED-ROLE   PIC X(1).
           05 SIGNON-OPERATOR    PIC X(10).
           05 SIGNON-ROLE        PIC X(1).
           05 SIGNON-RESULT      PIC X(1).
              88 SIGNON-GRANTED        VALUE "Y".
