      *> Shared record layout for notifyq.dat, the outbound
      *> notification queue. Circulation appends a typed entry for
      *> every event a borrower should hear about -- H hold ready,
      *> D item due soon, O item overdue, E library card expiring
      *> (ISBN zero) -- and NOTIFY-DISPATCH
      *> formats each one per the borrower's contact preference and
      *> flips NOTIFY-STATUS from P (pending) to S (sent). A sent
      *> email that the mail vendor bounced back is marked B, and
      *> NOTIFY-BOUNCES queues it again as a printed letter
       01  NOTIFY-RECORD.
           05 NOTIFY-STATUS       PIC X(1).
           05 NOTIFY-TYPE         PIC X(1).
           05 NOTIFY-BORROWER-ID  PIC X(10).
           05 NOTIFY-ISBN         PIC 9(13).
      *> the date the entry is about: the due date for D and O
      *> entries, the ready-for-pickup date for H entries, the card
      *> expiry date for E entries
           05 NOTIFY-EVENT-DATE   PIC 9(8).
           05 NOTIFY-QUEUED-DATE  PIC 9(8).
      *> how to send it: L always a printed letter (a notice being
      *> re-sent after its email bounced); a space follows the
      *> borrower's contact preference, as every entry used to
           05 NOTIFY-CHANNEL      PIC X(1).
