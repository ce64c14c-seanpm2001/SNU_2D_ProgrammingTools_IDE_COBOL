      *> Costed sales detail, one record per SALESKSDS line posted
      *> under the business date, written by COST-OF-SALES-V1 and
      *> journalled by SALES-JOURNAL-V1 as the cost-of-goods-sold /
      *> inventory pair.  The unit cost is the COSTMST row in force
      *> on the SALE date, not the posting date, so a correction
      *> re-posted days later is still charged what the item cost
      *> when it was rung.
       01  cogs-detail-record.
           05  cgd-posting-date        PIC 9(8).
           05  cgd-sale-date           PIC 9(8).
           05  cgd-store-no            PIC 9(4).
           05  cgd-item-no             PIC X(6).
           05  cgd-txn-type            PIC X.
               88  cgd-sale            VALUE "S".
               88  cgd-return          VALUE "R".
           05  cgd-qty                 PIC 9(5).
           05  cgd-unit-cost           PIC 9(5)V99.
           05  cgd-extended-cost       PIC 9(9)V99.
      *> Sale amount net of its tax, carried so the margin is on
      *> revenue the way the journal books it.
           05  cgd-net-revenue         PIC 9(7)V99.
      *> "N" when no cost was in force on the sale date; the line
      *> is journalled at zero and listed for merchandising to key
      *> the missing cost.
           05  cgd-cost-found          PIC X.
               88  cgd-costed          VALUE "Y".
               88  cgd-uncosted        VALUE "N".
