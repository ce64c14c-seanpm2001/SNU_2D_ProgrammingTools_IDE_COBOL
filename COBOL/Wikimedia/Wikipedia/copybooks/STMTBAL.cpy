      *> Latest statement balance, one per customer, keyed by the
      *> customer.  The statement run rewrites it for every
      *> statement it produces, whichever channel, with the
      *> statement's closing date and ending balance -- the figure
      *> the customer was billed, which the autopay collection run
      *> debits rather than whatever the balance has drifted to
      *> since.
       01  statement-balance-record.
           05  stb-cust-key            PIC X(10).
           05  stb-stmt-date           PIC 9(8).
           05  stb-ending-balance      PIC 9(7)V99.
           05  stb-timestamp           PIC X(26).
