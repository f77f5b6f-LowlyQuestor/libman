      *> type (see borrec.cpy): how many concurrent loans and pending
      *> holds each type of card may have, and the fine balance above
      *> which checkout, renewal, and holds stop until the account is
      *> settled at FINE-DESK, and how many years a card runs before
      *> it must be renewed. A type not in the table -- including
      *> the space on cards issued before types existed -- gets the
      *> adult limits
       01  BORROWER-LIMIT-VALUES.
           05 FILLER             PIC X(8) VALUE "A0200503".
           05 FILLER             PIC X(8) VALUE "J0100303".
           05 FILLER             PIC X(8) VALUE "S0401005".
           05 FILLER             PIC X(8) VALUE "C0100301".
       01  BORROWER-LIMIT-TABLE REDEFINES BORROWER-LIMIT-VALUES.
           05 BORROWER-LIMIT-ENTRY OCCURS 4 TIMES.
              10 BL-TYPE         PIC X(1).
              10 BL-LOAN-MAX     PIC 9(3).
              10 BL-HOLD-MAX     PIC 9(2).
              10 BL-CARD-YEARS   PIC 9(2).
       01  BORROWER-LIMIT-COUNT  PIC 9(1) VALUE 4.
       01  FINE-BLOCK-THRESHOLD  PIC 9(3)V99 VALUE 10.00.
