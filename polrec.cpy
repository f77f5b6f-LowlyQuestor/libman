      *> Shared record layout for policy.db, the loan-policy table
      *> keyed by catalog category. Circulation looks the policy up by
      *> the book's category; categories with no row fall back to the
      *> long-standing defaults (14 days, 2 renewals, 0.25/day, 5.00
      *> processing fee), and a non-circulating flag keeps reference
      *> material in the building. The processing fee is added to a
      *> lost or damaged copy's purchase price to bill its replacement
       01  POLICY-RECORD.
           05 POLICY-CATEGORY      PIC X(15).
           05 POLICY-LOAN-DAYS     PIC 9(3).
           05 POLICY-RENEWAL-LIMIT PIC 9(2).
           05 POLICY-FINE-RATE     PIC 9(3)V99.
           05 POLICY-NONCIRC       PIC X(1).
           05 POLICY-PROCESSING-FEE PIC 9(3)V99.
