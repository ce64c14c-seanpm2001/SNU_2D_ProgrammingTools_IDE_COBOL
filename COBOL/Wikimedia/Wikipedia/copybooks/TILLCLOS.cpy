      *> Till close-out record, one per drawer pull: the counted
      *> cash and card slips a cashier turned in at shift end,
      *> keyed by store, cashier and business date.  A cashier who
      *> pulls the drawer twice in a day sends two cards; the
      *> reconciliation adds them together.
       01  till-close-record.
           05  till-key.
               10  till-store-no       PIC 9(4).
               10  till-cashier-id     PIC X(6).
               10  till-business-date  PIC 9(8).
           05  till-counted-cash       PIC 9(7)V99.
           05  till-counted-card       PIC 9(7)V99.
