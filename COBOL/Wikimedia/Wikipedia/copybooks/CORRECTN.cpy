      *> Cashier carried from the reject being fixed; decks cut
      *> before the field existed read as spaces.
           05  corr-cashier-id         PIC X(6).
      *> Receipt and line of the reject being fixed.  A card naming
      *> a receipt with line zero is a whole-ticket correction: its
      *> date, store and cashier are applied to every reject line on
      *> that receipt, each keeping its own item, quantity and
      *> amounts.  Decks cut before the fields existed carry spaces
      *> here and match on customer and date alone.
           05  corr-receipt-no         PIC X(10).
           05  corr-line-no            PIC 9(3).
               88  corr-whole-ticket   VALUE ZERO.
