      *> Item unit-cost history, keyed by item number plus the date
      *> the cost takes effect -- the same effective-dated shape as
      *> PRICEREC.  The row in force on a sale's date (the latest
      *> effective date at or before it) is the cost that sale is
      *> charged at, so a rerun or a margin report over a past
      *> window costs each sale at what the item cost then, not
      *> today.  Maintained by COST-MAINT-V1.
       01  cost-record.
           05  cost-key.
               10  cost-item-no        PIC X(6).
               10  cost-effective-date PIC 9(8).
           05  cost-unit-cost          PIC 9(5)V99.
