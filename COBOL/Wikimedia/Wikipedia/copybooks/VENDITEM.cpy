      *> Vendor ordering item list, keyed by vendor/item: one record
      *> per item the vendor will sell us, with the vendor's own
      *> item code for the order, the case pack every order quantity
      *> rounds up to, and the agreed unit cost.
       01  vendor-item-record.
           05  vit-key.
               10  vit-vend-no         PIC X(6).
               10  vit-item-no         PIC X(6).
           05  vit-vendor-item-code    PIC X(15).
           05  vit-case-pack           PIC 9(5).
           05  vit-unit-cost           PIC 9(5)V99.
           05  vit-timestamp           PIC X(26).
