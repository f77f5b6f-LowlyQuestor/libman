      *> Shared record layout for glmap.db, which city ledger account
      *> each line of GL-JOURNAL-EXPORT's journal posts to.
      *> GLMAP-SOURCE names the kind of money:
      *>   CASH  desk takings, GLMAP-CODE the tender (C cash, K check)
      *>   RECV  fines and charges owed by patrons
      *>   FINE  overdue fine revenue
      *>   REPL  replacement charge revenue
      *>   WAIV  fines and charges waived
      *>   FUND  acquisitions spending, GLMAP-CODE the fund code, or
      *>         blank for any fund without an account of its own
      *>   PAYB  accounts payable, owed on payment vouchers
       01  GLMAP-RECORD.
           05 GLMAP-KEY.
               10 GLMAP-SOURCE      PIC X(4).
               10 GLMAP-CODE        PIC X(8).
           05 GLMAP-ACCOUNT     PIC X(20).
           05 GLMAP-DESCRIPTION PIC X(30).
