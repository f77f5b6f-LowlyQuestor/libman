      *> Shared record layout for donors.db, the people and groups
      *> who give us books. Maintained by GIFT-MAINT; every gift box
      *> logged in gifts.db has to name a donor on file, and the
      *> acknowledgment letters are addressed from here
       01  DONOR-RECORD.
           05 DONOR-ID          PIC X(6).
           05 DONOR-NAME        PIC X(30).
           05 DONOR-ADDRESS-1   PIC X(30).
           05 DONOR-ADDRESS-2   PIC X(30).
           05 DONOR-PHONE       PIC X(15).
           05 DONOR-EMAIL       PIC X(30).
