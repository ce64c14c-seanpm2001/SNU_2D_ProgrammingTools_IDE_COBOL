      *> Shelf-edge label record, written by the nightly label run
      *> for the store label printers: one per store and item whose
      *> shelf price changes on the next business date -- a new
      *> standard price on PRICEMST, or a promotion on PROMOMST
      *> starting or ending.  Records come in the store's walk
      *> order, category then item, with the walk sequence
      *> restarting at 1 for each store.  Old and new are the shelf
      *> prices in force on the business date and the next business
      *> date, promotion over standard; the promo end date is the
      *> last day of the promotion the new price belongs to, zero
      *> when the new price is the standard one.
       01  shelf-label-record.
           05  lbl-store-no            PIC 9(4).
           05  lbl-walk-seq            PIC 9(5).
           05  lbl-category            PIC X(6).
           05  lbl-item-no             PIC X(6).
           05  lbl-description         PIC X(30).
           05  lbl-old-price           PIC 9(5)V99.
           05  lbl-new-price           PIC 9(5)V99.
           05  lbl-change-type         PIC X(2).
               88  lbl-price-change    VALUE "PC".
               88  lbl-promo-start     VALUE "PS".
               88  lbl-promo-end       VALUE "PE".
           05  lbl-promo-end-date      PIC 9(8).
           05  lbl-effective-date      PIC 9(8).
