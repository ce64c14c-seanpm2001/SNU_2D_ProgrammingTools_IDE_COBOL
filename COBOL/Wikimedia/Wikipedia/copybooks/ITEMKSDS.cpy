           05  ik-amount               PIC 9(7)V99.
           05  ik-tax-amount           PIC 9(7)V99.
      *> "X" mirrors a voided sale, marked when the edit pass
      *> voids the lookback record; "N" a shipped, not yet
      *> invoiced order line, turned to a sale with its lookback
      *> twin when the invoice posts.
           05  ik-txn-type             PIC X.
               88  ik-sale-txn         VALUES "S", SPACE.
               88  ik-return-txn       VALUE "R".
               88  ik-voided-txn       VALUE "X".
               88  ik-shipped-txn      VALUE "N".
           05  ik-promo-flag           PIC X.
           05  ik-cashier-id           PIC X(6).
