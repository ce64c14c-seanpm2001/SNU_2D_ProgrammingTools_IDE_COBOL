      *> Vendor master, keyed by vendor number.  Who we buy from,
      *> how long they take to deliver and the smallest order they
      *> will ship.  The lead time sets the due date on every PO
      *> line raised against the vendor, so the receipt matching in
      *> the inventory pass can list what is overdue; the minimum
      *> holds back a purchase order too small to be worth the
      *> vendor's truck.  What the vendor will sell us is the
      *> VENDITEM ordering list.
       01  vendor-record.
           05  vend-no                 PIC X(6).
           05  vend-name               PIC X(30).
           05  vend-lead-days          PIC 9(3).
      *> Smallest purchase order value the vendor accepts; zero
      *> when the vendor takes anything.
           05  vend-min-order-amt      PIC 9(7)V99.
      *> Trading-partner id the vendor's order system knows us by,
      *> carried on the header of every outbound EDI order.
           05  vend-edi-id             PIC X(15).
           05  vend-status             PIC X.
               88  vend-active         VALUE "A".
               88  vend-inactive       VALUE "I".
           05  vend-timestamp          PIC X(26).
