      *> Loyalty-points movement record.  One per earn, take-back,
      *> redemption or expiry, appended in posting order so a
      *> customer's balance can be rebuilt from nothing.  The value
      *> is the points priced at the redemption rate in force when
      *> the movement was written; the sales journal posts the
      *> points liability off it.
       01  points-move-record.
           05  pmv-cust-key            PIC X(10).
           05  pmv-txn-type            PIC X(4).
      *> Points earned on a sale.
               88  pmv-earn            VALUE "EARN".
      *> Points taken back on a return or void.
               88  pmv-take-back       VALUE "TKBK".
      *> Points spent against a purchase at the till.
               88  pmv-redeem          VALUE "PRDM".
      *> Points aged out by the month-end expiry run.
               88  pmv-expire          VALUE "EXPR".
           05  pmv-txn-date            PIC 9(8).
           05  pmv-store-no            PIC 9(4).
           05  pmv-item-category       PIC X(6).
           05  pmv-points              PIC 9(9).
           05  pmv-value               PIC 9(7)V99.
           05  pmv-balance-after       PIC 9(9).
           05  pmv-posting-date        PIC 9(8).
           05  pmv-timestamp           PIC X(26).
