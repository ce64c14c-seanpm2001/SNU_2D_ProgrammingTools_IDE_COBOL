      *> Recurring-journal template, one per standing GL entry
      *> finance used to key by hand every period -- accruals,
      *> prepaid amortisation, rent.  Each template is one balanced
      *> pair: the amount debited to one account and credited to
      *> the other.  Maintained only by the audited template
      *> maintenance run; the generation step posts it on the
      *> month-end business date of every period it falls due in,
      *> from the start period through the end period (zero: no
      *> end), and -- with the reverse flag set -- backs it out
      *> again on the first business date of the following period.
       01  rj-template-record.
           05  rjt-template-id         PIC X(8).
           05  rjt-description         PIC X(24).
           05  rjt-debit-acct          PIC X(6).
           05  rjt-credit-acct         PIC X(6).
           05  rjt-amount              PIC 9(9)V99.
      *> Due every month, every third month or every twelfth
      *> month, counted from the start period.
           05  rjt-frequency           PIC X.
               88  rjt-monthly         VALUE "M".
               88  rjt-quarterly       VALUE "Q".
               88  rjt-annual          VALUE "A".
               88  rjt-valid-frequency VALUES "M", "Q", "A".
           05  rjt-start-period        PIC 9(6).
           05  rjt-end-period          PIC 9(6).
           05  rjt-reverse-flag        PIC X.
               88  rjt-auto-reverse    VALUE "Y".
               88  rjt-no-reverse      VALUE "N".
