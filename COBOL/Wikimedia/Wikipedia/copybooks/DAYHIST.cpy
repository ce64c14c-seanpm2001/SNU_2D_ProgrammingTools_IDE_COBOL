           05  dh-sale-amount          PIC 9(11)V99.
           05  dh-reject-count         PIC 9(7).
           05  dh-timestamp            PIC X(26).
      *> Web and phone order takings inside the figures above --
      *> invoiced order lines, counted and valued the way the till
      *> sales are; the till's share is what is left.  Zero on
      *> history written before the order channel existed.
           05  dh-web-sale-count       PIC 9(7).
           05  dh-web-sale-amount      PIC 9(11)V99.
           05  dh-phone-sale-count     PIC 9(7).
           05  dh-phone-sale-amount    PIC 9(11)V99.
