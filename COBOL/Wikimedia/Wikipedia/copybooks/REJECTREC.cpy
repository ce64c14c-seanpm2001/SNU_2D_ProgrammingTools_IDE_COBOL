      *> Cashier off the rejected feed record, so the productivity
      *> run can count rejects by till.
           05  reject-cashier-id        PIC X(6).
      *> Receipt and line off the rejected feed record; the desk
      *> works a whole ticket's rejects together by receipt.
           05  reject-receipt-no        PIC X(10).
           05  reject-line-no           PIC 9(3).
      *> Channel off the rejected feed record, so a corrected order
      *> line re-feeds as an order line.
           05  reject-channel           PIC X.
