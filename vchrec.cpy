      *> Shared record layout for vouchers.dat, the payment vouchers
      *> handed to the city's accounts payable. An approved invoice
      *> becomes one voucher number with a line for each fund it is
      *> charged to; the amount carries a leading sign so a credit
      *> reads plainly in the text file
       01  VOUCHER-RECORD.
           05 VOUCHER-NUMBER        PIC 9(6).
           05 VOUCHER-DATE          PIC 9(8).
           05 VOUCHER-VENDOR-ID     PIC X(6).
           05 VOUCHER-VENDOR-NAME   PIC X(30).
           05 VOUCHER-INVOICE       PIC X(12).
           05 VOUCHER-INVOICE-DATE  PIC 9(8).
           05 VOUCHER-FUND-CODE     PIC X(8).
           05 VOUCHER-AMOUNT        PIC S9(7)V99
                                    SIGN IS LEADING SEPARATE.
           05 VOUCHER-OPERATOR      PIC X(10).
