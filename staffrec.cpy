      *> Shared record layout for staff.db, the staff operator file.
      *> STAFF-SIGNON checks an operator's ID and PIN against it and
      *> hands back the role, which decides what the desk and
      *> maintenance programs will let that person do
       01  STAFF-RECORD.
           05 STAFF-ID           PIC X(10).
           05 STAFF-NAME         PIC X(30).
           05 STAFF-PIN          PIC X(6).
      *> W student worker, C circulation clerk, S supervisor -- each
      *> role can do everything the ones before it can
           05 STAFF-ROLE         PIC X(1).
      *> A active, I inactive -- an operator who has left keeps their
      *> record, so their ID on old log and ledger entries still
      *> resolves to a name, but can no longer sign on
           05 STAFF-STATUS       PIC X(1).
