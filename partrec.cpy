      *> Shared record layout for partners.db, the libraries we trade
      *> interlibrary loans with. Maintained by ILL-PARTNER-MAINT;
      *> ILL-MAINT validates every request against it and takes the
      *> partner's terms from here. PARTNER-LOAN-DAYS is how long we
      *> give the partner when we lend; PARTNER-BORROW-FEE is what
      *> the partner charges us per item it lends, PARTNER-LEND-FEE
      *> what we charge it per item we lend
       01  PARTNER-RECORD.
           05 PARTNER-ID        PIC X(6).
           05 PARTNER-NAME      PIC X(25).
           05 PARTNER-ADDRESS-1 PIC X(30).
           05 PARTNER-ADDRESS-2 PIC X(30).
           05 PARTNER-CONTACT   PIC X(25).
           05 PARTNER-PHONE     PIC X(15).
           05 PARTNER-EMAIL     PIC X(30).
           05 PARTNER-LOAN-DAYS PIC 9(3).
           05 PARTNER-BORROW-FEE PIC 9(3)V99.
           05 PARTNER-LEND-FEE  PIC 9(3)V99.
