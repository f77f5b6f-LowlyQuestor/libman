      *> scans; the ISBN alternate key groups a title's copies
      *> together, so the catalog's copy counts stay derivable from
      *> the items on file. ITEM-STATUS: A on the shelf, O out on
      *> loan, W withdrawn, M in in-house mending, P pulled for the
      *> bindery and waiting to ship, B away at the bindery, T in
      *> transit between branches.
      *> ITEM-CONDITION: N new, G good, F fair, P poor.
      *> ITEM-AWAY-DATE is the day an M or P copy came off the shelf,
      *> the day a B copy shipped, or the day a T copy left the
      *> branch that sent it; zero otherwise.
      *> ITEM-PURCHASE-PRICE is what the copy cost, carried from its
      *> order through the acquisitions load; zero when not known
       01  ITEM-RECORD.
           05 ITEM-BARCODE        PIC X(14).
           05 ITEM-ISBN           PIC 9(13).
           05 ITEM-ACQUIRED-DATE  PIC 9(8).
           05 ITEM-CONDITION      PIC X(1).
           05 ITEM-STATUS         PIC X(1).
           05 ITEM-AWAY-DATE      PIC 9(8).
           05 ITEM-PURCHASE-PRICE PIC 9(5)V99.
      *> the branch that shelves this copy (branch.cpy), and while it
      *> is in transit the branch it is travelling to. Spaces in the
      *> home branch -- every copy from before branches existed --
      *> means the main library
           05 ITEM-BRANCH         PIC X(4).
           05 ITEM-TRANSIT-TO     PIC X(4).
      *> the donor and gift box a donated copy came in (donors.db,
      *> gifts.db) once GIFT-MAINT links it; spaces and zero on a copy
      *> that was bought
           05 ITEM-DONOR-ID       PIC X(6).
           05 ITEM-GIFT-ID        PIC 9(6).
