      *> Gift-card movement record, one appended by the nightly
      *> gift-card posting for every issue, reload or redemption it
      *> applies, carrying the card's remaining value after the
      *> movement.  The journal step selects tonight's movements on
      *> the posting date and carries issues and reloads onto the
      *> gift-card liability account; the deposit reconciliation
      *> counts the money taken for them by tender.  Redemptions
      *> are on file for the card's history -- the money side of a
      *> redemption journals through the GFT payment cash
      *> application posts for it.
       01  gift-movement-record.
           05  gm-card-no              PIC X(16).
           05  gm-txn-type             PIC X(4).
               88  gm-issue            VALUE "GISS".
               88  gm-redeem           VALUE "GRDM".
               88  gm-reload           VALUE "GRLD".
           05  gm-store-no             PIC 9(4).
           05  gm-txn-date             PIC 9(8).
           05  gm-amount               PIC 9(5)V99.
           05  gm-value-after          PIC 9(5)V99.
      *> Tender the card was paid for with (CSH, CRD, CHQ) on an
      *> issue or reload; spaces on a redemption.
           05  gm-tender-type          PIC X(3).
      *> Account a redemption settled; spaces on issues/reloads.
           05  gm-cust-key             PIC X(10).
           05  gm-cashier-id           PIC X(6).
           05  gm-posting-date         PIC 9(8).
           05  gm-timestamp            PIC X(26).
