               88  sales-sale-txn      VALUES "S", SPACE.
               88  sales-return-txn    VALUE "R".
               88  sales-void-txn      VALUE "V".
      *> "P" is a loyalty-points redemption: the amount is the value
      *> of the points spent against the basket and comes off what
      *> the customer is charged.  The item may be spaces.
               88  sales-points-redeem-txn
                                       VALUE "P".
      *> Order-channel lines only.  "N" is an order line the
      *> fulfilling store has shipped but the order desk has not
      *> yet invoiced: the stock has gone, the customer has not
      *> been charged.  The invoice follows as an ordinary sale on
      *> the same order and line.  "C" cancels an order line --
      *> shipped or invoiced -- posted the same business night; it
      *> is the order desk's void.
               88  sales-shipped-txn   VALUE "N".
               88  sales-cancel-txn    VALUE "C".
      *> Cashier who rang the sale, keyed at the till; feeds cut
      *> before the field existed carry spaces.
           05  sales-cashier-id        PIC X(6).
      *> Receipt (ticket) the line was rung on, and the line's
      *> position on it, so the lines one customer bought together
      *> on one visit can be grouped back into their basket.  The
      *> receipt number is what the correction desk quotes to a
      *> store about a ticket.  Feeds cut before the fields existed
      *> carry spaces and zero.
           05  sales-receipt-no        PIC X(10).
           05  sales-line-no           PIC 9(3).
      *> Channel the sale came in through.  Till sales carry "T",
      *> or a space on feeds cut before the field existed.  Web
      *> shop and phone desk orders arrive as their own feed
      *> generation, each line against the store that fulfils it,
      *> with the order number in sales-receipt-no and the order
      *> line in sales-line-no.
           05  sales-channel           PIC X.
               88  sales-till-channel  VALUES "T", SPACE.
               88  sales-web-channel   VALUE "W".
               88  sales-phone-channel VALUE "P".
               88  sales-order-channel VALUES "W", "P".
