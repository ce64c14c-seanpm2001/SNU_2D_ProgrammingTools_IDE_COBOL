      *> Item-to-vendor cross-reference, keyed by item: the vendor
      *> the item is bought from.  An item may sit on more than one
      *> vendor's ordering list, but replenishment orders go to the
      *> one vendor named here; the buyer moves an item by changing
      *> this record, not the lists.
       01  item-vendor-record.
           05  ivx-item-no             PIC X(6).
           05  ivx-vend-no             PIC X(6).
           05  ivx-timestamp           PIC X(26).
