      *> Shared record layout for routing.db, the routing lists of the
      *> journals that go round department staff before they are
      *> shelved. One record per stop, keyed by the subscription in
      *> subs.db and the stop's place on the list. ROUTE-KIND: S a
      *> staff operator (staff.db), B a borrower (borrowers.db). The
      *> name is copied in when the list is set up, so the slip
      *> prints without a look-up
       01  ROUTE-RECORD.
           05 ROUTE-KEY.
               10 ROUTE-SUB-ID      PIC X(8).
               10 ROUTE-SEQ         PIC 9(2).
           05 ROUTE-KIND            PIC X(1).
           05 ROUTE-PERSON-ID       PIC X(10).
           05 ROUTE-NAME            PIC X(30).
