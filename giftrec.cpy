      *> Shared record layout for gifts.db, the intake log of donated
      *> books -- one record per box (or bag, or armload) as it came
      *> in. GIFT-ITEM-COUNT is what was in it; once it is sorted,
      *> the triage counts say where those items went: added to the
      *> collection, sent to the Friends book sale, or discarded.
      *> GIFT-STATUS: R received and waiting to be sorted, T triaged.
      *> GIFT-LINKED-COUNT is how many of the added copies have been
      *> linked to the gift on items.db. GIFT-ACK-DATE is the day the
      *> donor's acknowledgment letter covering this box was printed;
      *> zero until then
       01  GIFT-RECORD.
           05 GIFT-ID           PIC 9(6).
           05 GIFT-DONOR-ID     PIC X(6).
           05 GIFT-RECEIVED-DATE PIC 9(8).
           05 GIFT-DESCRIPTION  PIC X(30).
           05 GIFT-ITEM-COUNT   PIC 9(4).
           05 GIFT-STATUS       PIC X(1).
           05 GIFT-ADDED-COUNT  PIC 9(4).
           05 GIFT-SALE-COUNT   PIC 9(4).
           05 GIFT-DISCARD-COUNT PIC 9(4).
           05 GIFT-LINKED-COUNT PIC 9(4).
           05 GIFT-ACK-DATE     PIC 9(8).
           05 GIFT-OPERATOR     PIC X(10).
