      *> Shared record layout for campaigns.db, the fine amnesty
      *> campaigns ("food for fines", summer reading). A campaign
      *> forgives overdue fines (FINE-TYPE F) only -- never
      *> replacement charges -- that were assessed between the two
      *> CAMPAIGN-FINES dates (zero FROM means no earliest date, zero
      *> TO means up to the campaign's last day), optionally only on
      *> one BORROWER-TYPE (space for every type) and up to a cap per
      *> patron (zero for none). Waivers can be applied at FINE-DESK
      *> while the campaign runs, START-DATE to END-DATE, and by the
      *> batch AMNESTY-RUN from its first day on; CAMPAIGN-RUN-DATE is
      *> the last day the batch ran, zero if it never has
       01  CAMPAIGN-RECORD.
           05 CAMPAIGN-CODE        PIC X(8).
           05 CAMPAIGN-NAME        PIC X(30).
           05 CAMPAIGN-START-DATE  PIC 9(8).
           05 CAMPAIGN-END-DATE    PIC 9(8).
           05 CAMPAIGN-FINES-FROM  PIC 9(8).
           05 CAMPAIGN-FINES-TO    PIC 9(8).
           05 CAMPAIGN-BORROWER-TYPE PIC X(1).
           05 CAMPAIGN-CAP         PIC 9(3)V99.
           05 CAMPAIGN-RUN-DATE    PIC 9(8).
           05 CAMPAIGN-OPERATOR    PIC X(10).
