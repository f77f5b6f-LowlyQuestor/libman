      *> collections threshold; cleared by hand when the account is
      *> settled or written off
           05 BORROWER-COLLECT-FLAG PIC X(1).
      *> the day the card stops working at the desk and on the web,
      *> set at registration and pushed out by each renewal to the
      *> card period for the borrower's type (borlim.cpy). Zeros on
      *> cards issued before expiry dates were kept: those run out
      *> one card period after BORROWER-REG-DATE
           05 BORROWER-EXPIRY-DATE  PIC 9(8).
      *> on a child's (type J) card, the card of the guardian who
      *> answers for it: the guardian and every card linked to them
      *> make up one household, whose notices, statements, and
      *> balance go to the guardian. Spaces when there is no link --
      *> which is every card issued before households existed
           05 BORROWER-GUARDIAN-ID  PIC X(10).
      *> how many times this borrower has claimed to have returned a
      *> book the system still showed out, so a repeat claimant is
      *> visible at the desk. Zeros on cards from before claims were
      *> recorded
           05 BORROWER-CLAIM-COUNT  PIC 9(3).
      *> the branch this borrower uses (branch.cpy), where their holds
      *> are picked up unless they ask for another. Spaces on cards
      *> from before branches existed mean the main library
           05 BORROWER-HOME-BRANCH  PIC X(4).
      *> Y once NOTIFY-BOUNCES finds mail to BORROWER-EMAIL coming back
      *> undeliverable, with the day the bounce was processed: notices
      *> go out as printed letters until the desk takes a new address,
      *> which clears both. Space and zeros on cards never bounced
           05 BORROWER-EMAIL-BAD    PIC X(1).
           05 BORROWER-BOUNCE-DATE  PIC 9(8).
