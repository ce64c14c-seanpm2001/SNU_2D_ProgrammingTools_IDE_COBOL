      *> Loss-prevention watch-list record, written by the weekly
      *> loss-prevention run for the LP team to work cases from: one
      *> per cashier (within store) or customer whose returns or
      *> voids scored against the baseline, in rank order, highest
      *> score first.  A cashier is measured against the store's
      *> cashiers, a customer against every customer active chain-
      *> wide in the window.  Each flag byte is the measure's letter
      *> when it tripped and a space when it did not; the matching
      *> times-baseline figure is carried either way, and the score
      *> is the sum of the tripped ones.
       01  lp-watch-record.
           05  lpw-rank                PIC 9(5).
           05  lpw-subject-type        PIC X.
               88  lpw-cashier         VALUE "C".
               88  lpw-customer        VALUE "U".
      *> The cashier's store; zero for a customer.
           05  lpw-store-no            PIC 9(4).
      *> Cashier id, or customer key.
           05  lpw-subject-id          PIC X(10).
           05  lpw-window-from         PIC 9(8).
           05  lpw-window-to           PIC 9(8).
           05  lpw-score               PIC 9(5)V99.
           05  lpw-flags.
               10  lpw-flag-return-rate PIC X.
                   88  lpw-high-return-rate  VALUE "R".
               10  lpw-flag-void-rate  PIC X.
                   88  lpw-high-void-rate    VALUE "V".
               10  lpw-flag-return-value PIC X.
                   88  lpw-high-return-value VALUE "A".
               10  lpw-flag-no-sale    PIC X.
                   88  lpw-returns-no-sale   VALUE "N".
               10  lpw-flag-spread     PIC X.
                   88  lpw-many-return-stores VALUE "S".
      *> Activity in the window: sales rung (voided ones included),
      *> of those voided, returns posted and their value, returns
      *> refused for want of a prior sale, and the stores returned
      *> at (customers only).
           05  lpw-transactions        PIC 9(7).
           05  lpw-voids               PIC 9(7).
           05  lpw-returns             PIC 9(7).
           05  lpw-return-amount       PIC 9(9)V99.
           05  lpw-no-sale-returns     PIC 9(5).
           05  lpw-return-stores       PIC 9(3).
      *> Times the baseline, measure by measure.
           05  lpw-return-rate-x       PIC 9(3)V99.
           05  lpw-void-rate-x         PIC 9(3)V99.
           05  lpw-return-value-x      PIC 9(3)V99.
           05  lpw-no-sale-x           PIC 9(3)V99.
           05  lpw-spread-x            PIC 9(3)V99.
      *> Opened "O" by the run; the LP team's own case system
      *> carries the work from here.
           05  lpw-case-status         PIC X.
               88  lpw-case-open       VALUE "O".
