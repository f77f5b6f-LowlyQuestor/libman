      *> Shared record layout for suggest.db, the purchase suggestions
      *> HOLD-RATIO-ALERT writes for titles whose hold queue has
      *> outgrown their copies. It carries what ORDER-MAINT needs to
      *> turn it into an order, and what the queue looked like when it
      *> was suggested. SUGGEST-STATUS: P pending review, A approved
      *> into SUGGEST-ORDER-NUMBER, R rejected by the selector
       01  SUGGEST-RECORD.
           05 SUGGEST-ISBN          PIC 9(13).
           05 SUGGEST-TITLE         PIC X(25).
           05 SUGGEST-AUTHOR        PIC X(20).
           05 SUGGEST-PUBLISHER     PIC X(20).
           05 SUGGEST-YEAR          PIC 9(4).
           05 SUGGEST-CATEGORY      PIC X(15).
           05 SUGGEST-COPIES        PIC 9(3).
           05 SUGGEST-QUEUE         PIC 9(4).
           05 SUGGEST-ON-FILE       PIC 9(3).
           05 SUGGEST-ON-ORDER      PIC 9(3).
           05 SUGGEST-DATE          PIC 9(8).
           05 SUGGEST-STATUS        PIC X(1).
           05 SUGGEST-ORDER-NUMBER  PIC 9(6).
           05 SUGGEST-REVIEWED-BY   PIC X(10).
