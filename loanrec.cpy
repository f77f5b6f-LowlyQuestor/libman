      *> renewal limit
           05 LOAN-RENEWAL-COUNT  PIC 9(2).
      *> why the loan closed: R returned, L lost, D damaged beyond
      *> repair, F reported lost but since found (the replacement
      *> charge was reversed); space while the loan is still open
           05 LOAN-CLOSE-REASON   PIC X(1).
      *> barcode of the physical copy that went out, so the desk knows
      *> which item is where; spaces on loans written before the
      *> copies were barcoded
           05 LOAN-BARCODE        PIC X(14).
      *> the day the borrower claimed to have returned the book while
      *> the loan still showed open. A claimed loan is frozen: fines
      *> stop accruing at this date, no notices go out, and it
      *> doesn't count against the loan limit while the shelves are
      *> searched. Zeros when there is no claim -- which is every loan
      *> written before claims were recorded
           05 LOAN-CLAIM-DATE     PIC 9(8).
