      *> Inter-store transfer / in-transit record, keyed by transfer
      *> number.  Written by the inventory pass when the shipping
      *> store's SHIP card comes in -- the quantity has already left
      *> the shipping store's on-hand and sits here, in transit, in
      *> neither store -- and closed when the receiving store's RECV
      *> card confirms it into the receiving store's on-hand.  Kept
      *> after confirmation as the transfer's trail.
       01  in-transit-record.
           05  itr-transfer-no         PIC 9(8).
           05  itr-from-store          PIC 9(4).
           05  itr-to-store            PIC 9(4).
           05  itr-item-no             PIC X(6).
           05  itr-ship-qty            PIC 9(5).
           05  itr-ship-date           PIC 9(8).
           05  itr-status              PIC X.
               88  itr-in-transit      VALUE "T".
               88  itr-confirmed       VALUE "C".
      *> What the receiving store counted off the truck; anything
      *> short of the shipped quantity was lost in transit.
           05  itr-received-qty        PIC 9(5).
           05  itr-confirm-date        PIC 9(8).
           05  itr-timestamp           PIC X(26).
