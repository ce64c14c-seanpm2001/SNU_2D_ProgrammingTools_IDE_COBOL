      *> Unclaimed-property case record, one per customer whose
      *> credit on account went dormant.  The escheatment run opens
      *> the case when it sends the owner the due-diligence letter,
      *> carrying the credit it wrote about, the last ledger date
      *> it judged dormancy from, and the jurisdiction of the store
      *> the account last traded at.  Once the response window has
      *> run, the same run either remits the credit to the state --
      *> an ESCH entry on the customer ledger takes it off the
      *> account -- or, if the owner answered or the account moved
      *> in the meantime, closes the case as reclaimed.  A closed
      *> case is reopened the next time the account goes dormant.
       01  escheat-case-record.
           05  esc-cust-key            PIC X(10).
           05  esc-status              PIC X.
               88  esc-noticed         VALUE "N".
               88  esc-remitted        VALUE "R".
               88  esc-reclaimed       VALUE "A".
           05  esc-credit-amount       PIC 9(7)V99.
           05  esc-last-activity-date  PIC 9(8).
           05  esc-store-no            PIC 9(4).
           05  esc-jurisdiction        PIC X(4).
           05  esc-notice-date         PIC 9(8).
           05  esc-close-date          PIC 9(8).
           05  esc-remitted-amount     PIC 9(7)V99.
           05  esc-timestamp           PIC X(26).
