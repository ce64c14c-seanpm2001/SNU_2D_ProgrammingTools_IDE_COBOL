      *> Purchase-order line, keyed by PO number/line.  Raised by
      *> the PO build from the buyers' approved replenishment
      *> suggestions, one PO per vendor/store; received against by
      *> the inventory pass as the warehouse keys RCPTFEED.  The
      *> due date is the order date plus the vendor's lead time; a
      *> line still open or part-received after it is overdue.
       01  po-line-record.
           05  pol-key.
               10  pol-po-no           PIC 9(8).
               10  pol-line-no         PIC 9(3).
           05  pol-vend-no             PIC X(6).
           05  pol-store-no            PIC 9(4).
           05  pol-item-no             PIC X(6).
           05  pol-vendor-item-code    PIC X(15).
           05  pol-order-qty           PIC 9(7).
           05  pol-received-qty        PIC 9(7).
           05  pol-unit-cost           PIC 9(5)V99.
           05  pol-order-date          PIC 9(8).
           05  pol-due-date            PIC 9(8).
           05  pol-status              PIC X.
               88  pol-open            VALUE "O".
               88  pol-part-received   VALUE "P".
               88  pol-closed          VALUE "C".
               88  pol-outstanding     VALUES "O", "P".
           05  pol-last-receipt-date   PIC 9(8).
      *> Buyer who approved the suggestion the line came from.
           05  pol-buyer-id            PIC X(8).
           05  pol-timestamp           PIC X(26).
