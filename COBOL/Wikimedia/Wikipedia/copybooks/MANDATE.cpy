      *> Autopay direct-debit mandate, one per customer, keyed by
      *> the customer.  Maintained by the audited MSET/MCAN run;
      *> the nightly collection run reads it to decide whose
      *> statement balance to debit from the bank tonight, and
      *> stamps the last collection on it so one statement is
      *> never debited twice.  The debit day is a day of the
      *> month; in a month too short for it the debit goes out on
      *> the month's last day.  Pay-in-full debits the statement
      *> balance, minimum debits the APPARM minimum payment on it.
      *> A zero cancel date means the mandate runs until cancelled.
       01  mandate-record.
           05  mnd-cust-key            PIC X(10).
           05  mnd-bank-routing        PIC X(9).
           05  mnd-bank-account        PIC X(17).
           05  mnd-debit-day           PIC 9(2).
           05  mnd-pay-option          PIC X.
               88  mnd-pay-in-full     VALUE "F".
               88  mnd-pay-minimum     VALUE "M".
           05  mnd-start-date          PIC 9(8).
           05  mnd-cancel-date         PIC 9(8).
               88  mnd-not-cancelled   VALUE ZERO.
      *> The statement last debited, and when and for how much.
           05  mnd-last-stmt-date      PIC 9(8).
           05  mnd-last-collect-date   PIC 9(8).
           05  mnd-last-collect-amount PIC 9(7)V99.
           05  mnd-timestamp           PIC X(26).
