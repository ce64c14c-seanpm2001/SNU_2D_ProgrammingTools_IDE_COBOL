               88  ksds-sale-txn       VALUES "S", SPACE.
               88  ksds-return-txn     VALUE "R".
               88  ksds-voided-txn     VALUE "X".
      *> "N" is an order line shipped but not yet invoiced: it
      *> moves stock like a sale, but no balance has been charged
      *> for it.  The invoice turns it into an ordinary sale in
      *> place, posting date unchanged, so stock never moves twice.
               88  ksds-shipped-txn    VALUE "N".
      *> Tax component inside ksds-amount, computed at posting from
      *> the store's jurisdiction rate; zero when no rate was on
      *> file.
      *> escape on-hand.  Zero on history written before the
      *> field existed.
           05  ksds-posting-date       PIC 9(8).
      *> Receipt and line the sale was rung on, carried off the
      *> feed for the basket report; spaces and zero on history
      *> written before the fields existed.
           05  ksds-receipt-no         PIC X(10).
           05  ksds-line-no            PIC 9(3).
      *> Channel off the feed (see SALESREC); space on history
      *> written before the field existed, which reads as a till.
           05  ksds-channel            PIC X.
               88  ksds-till-channel   VALUES "T", SPACE.
               88  ksds-order-channel  VALUES "W", "P".
