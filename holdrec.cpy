           05 HOLD-BORROWER-ID  PIC X(10).
           05 HOLD-STATUS       PIC X(1).
           05 HOLD-READY-DATE   PIC 9(8).
      *> the branch the borrower will collect the copy from
      *> (branch.cpy); spaces on holds from before branches existed
      *> mean the main library. HOLD-STATUS T marks a hold whose copy
      *> has been trapped at another branch and is on its way here
           05 HOLD-PICKUP-BRANCH PIC X(4).
