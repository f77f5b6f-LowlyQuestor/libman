      *> Shared record layout for fundhist.db, each fund's figures as
      *> they stood when FISCAL-YEAR-CLOSE closed the year. The key
      *> leads with the fiscal year (the calendar year the year ends
      *> in), so one year's funds sit together and a year already on
      *> file is a year already closed. FHIST-CARRIED is the part of
      *> FHIST-ENCUMBERED still tied up in open orders, which the new
      *> year took over as its opening encumbrance
       01  FUND-HISTORY-RECORD.
           05 FHIST-KEY.
               10 FHIST-YEAR        PIC 9(4).
               10 FHIST-FUND-CODE   PIC X(8).
           05 FHIST-FUND-NAME   PIC X(25).
           05 FHIST-BUDGET      PIC 9(7)V99.
           05 FHIST-ENCUMBERED  PIC 9(7)V99.
           05 FHIST-SPENT       PIC 9(7)V99.
           05 FHIST-CARRIED     PIC 9(7)V99.
           05 FHIST-CLOSED-DATE PIC 9(8).
           05 FHIST-OPERATOR    PIC X(10).
