               10 ISSUE-EXPECTED-DATE PIC 9(8).
           05 ISSUE-STATUS          PIC X(1).
           05 ISSUE-RECEIVED-DATE   PIC 9(8).
      *> routing of a received issue round the subscription's list
      *> (routing.db) before it is shelved. ISSUE-ROUTE-STATUS: space
      *> never routed, O out on routing, D back at the desk. The stop
      *> and holder are the last hand-on recorded, the date the day
      *> it reached them; the due date is when the whole list should
      *> have finished with it
           05 ISSUE-ROUTE-STATUS    PIC X(1).
           05 ISSUE-ROUTE-STOPS     PIC 9(2).
           05 ISSUE-ROUTE-STOP      PIC 9(2).
           05 ISSUE-ROUTE-HOLDER    PIC X(30).
           05 ISSUE-ROUTE-DATE      PIC 9(8).
           05 ISSUE-ROUTE-DUE       PIC 9(8).
