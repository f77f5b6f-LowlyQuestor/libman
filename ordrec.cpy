      *> used to live in a spreadsheet. An order carries everything
      *> the acquisitions batch load needs, so receiving can feed the
      *> matched stock straight into acquisitions.dat. ORDER-STATUS:
      *> O open, R fully received, C cancelled. The invoiced copies
      *> and amount are what approved vendor invoices have billed
      *> against the order so far (INVOICE-MAINT)
       01  ORDER-RECORD.
           05 ORDER-NUMBER      PIC 9(6).
           05 ORDER-ISBN        PIC 9(13).
           05 ORDER-STATUS      PIC X(1).
           05 ORDER-RECEIVED-DATE PIC 9(8).
           05 ORDER-RECEIVED-COPIES PIC 9(3).
           05 ORDER-INVOICED-COPIES PIC 9(3).
           05 ORDER-INVOICED-AMOUNT PIC 9(7)V99.
