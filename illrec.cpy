      *> patron, L lending our copy to a partner. ILL-STATUS: Q
      *> requested, S shipped (by the lender, whichever side that
      *> is), R received and with our patron, T returned to the
      *> lender and closed. ILL-PARTNER-ID is the partner's key in
      *> partners.db; ILL-PARTNER keeps the name as it stood when the
      *> request was logged. ILL-FEE is the partner's fee on a borrow
      *> (we owe it) or ours on a lend (the partner owes it)
       01  ILL-RECORD.
           05 ILL-ID            PIC 9(6).
           05 ILL-DIRECTION     PIC X(1).
      *> borrow it is the date the partner set, on a lend the date
      *> we set for the partner
           05 ILL-DUE-DATE      PIC 9(8).
           05 ILL-PARTNER-ID    PIC X(6).
           05 ILL-FEE           PIC 9(3)V99.
