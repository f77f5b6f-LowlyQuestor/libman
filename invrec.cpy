      *> Shared record layout for invoices.db, vendor invoices keyed
      *> by vendor, the vendor's own invoice number, and line. A line
      *> is either billed against an order (type O), or a shipping and
      *> handling charge (S) or a discount or credit (D) charged to a
      *> fund. INVOICE-AMOUNT is negative on a D line. INVOICE-VARIANCE
      *> is set at entry: Q more copies billed than received and not
      *> yet invoiced, P unit price off the order price by more than
      *> the tolerance, B both. INVOICE-STATUS: E entered, A approved
      *> and passed to accounts payable on INVOICE-VOUCHER-NUMBER
       01  INVOICE-RECORD.
           05 INVOICE-KEY.
               10 INVOICE-VENDOR-ID  PIC X(6).
               10 INVOICE-NUMBER     PIC X(12).
               10 INVOICE-LINE-NO    PIC 9(3).
           05 INVOICE-DATE          PIC 9(8).
           05 INVOICE-LINE-TYPE     PIC X(1).
           05 INVOICE-ORDER-NUMBER  PIC 9(6).
           05 INVOICE-FUND-CODE     PIC X(8).
           05 INVOICE-QUANTITY      PIC 9(3).
           05 INVOICE-UNIT-PRICE    PIC 9(5)V99.
           05 INVOICE-AMOUNT        PIC S9(7)V99.
           05 INVOICE-VARIANCE      PIC X(1).
           05 INVOICE-STATUS        PIC X(1).
           05 INVOICE-ENTERED-BY    PIC X(10).
           05 INVOICE-APPROVED-BY   PIC X(10).
           05 INVOICE-APPROVED-DATE PIC 9(8).
           05 INVOICE-VOUCHER-NUMBER PIC 9(6).
