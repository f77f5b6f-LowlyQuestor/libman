           05 OFF-ISBN         PIC 9(13).
           05 OFF-DATE         PIC 9(8).
           05 OFF-TIME         PIC 9(8).
      *> the operator ID keyed in at the start of the capture -- it
      *> can't be checked against staff.db while the desk is offline,
      *> so OFFLINE-REPLAY carries it onto the ledger as keyed.
      *> Spaces on captures taken before operators were recorded
           05 OFF-OPERATOR     PIC X(10).
