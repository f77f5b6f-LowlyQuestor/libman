      *> Assessments (type F fine, R replacement) carry positive
      *> amounts; payments (P) and waivers (W) carry negative ones, so
      *> a borrower's outstanding balance is simply the sum of their
      *> entries. A replacement charge cancelled because the lost item
      *> turned up is reversed by a C entry (negative, same ISBN); if
      *> that leaves the balance below zero, the money handed back at
      *> the desk is a D refund entry (positive). The key orders the
      *> ledger by borrower, then by the moment each entry was written
       01  FINE-RECORD.
           05 FINE-KEY.
               10 FINE-BORROWER-ID  PIC X(10).
           05 FINE-AMOUNT       PIC S9(5)V99.
      *> who took the money: payments carry the receipt number and
      *> cash session they were rung under, and the tender (C cash,
      *> K check), so the drawer can be balanced at closing. Refunds
      *> are paid out of the drawer the same way.
      *> Assessments, waivers, and reversals carry zeros and a space
           05 FINE-RECEIPT-NO   PIC 9(6).
           05 FINE-SESSION-NO   PIC 9(6).
           05 FINE-TENDER       PIC X(1).
      *> the operator signed on when the entry was written, so a
      *> waiver or a payment can be traced to the person who keyed
      *> it. Entries from before sign-on existed carry spaces;
      *> entries from unattended batch runs carry the job name
           05 FINE-OPERATOR     PIC X(10).
      *> the amnesty campaign (campaigns.db) a waiver was written
      *> under, by the batch run or at FINE-DESK; spaces on every
      *> other entry, and on waivers keyed one at a time
           05 FINE-CAMPAIGN     PIC X(8).
