      *> Bank's direct-debit outcome file, one record per debit the
      *> bank has settled or bounced, referenced by the customer
      *> key and collection date the debit went out under.  "P" is
      *> a debit the bank collected -- the money arrived -- and "R"
      *> is a collected debit the payer's bank later returned
      *> unpaid, with the bank's return reason.
       01  bank-return-record.
           05  brt-cust-key            PIC X(10).
           05  brt-collect-date        PIC 9(8).
           05  brt-amount              PIC 9(7)V99.
           05  brt-status              PIC X.
               88  brt-paid            VALUE "P".
               88  brt-returned        VALUE "R".
           05  brt-return-reason       PIC X(3).
