      *> Cycle-count history, keyed by store/item: the last count
      *> the reconciliation applied and what it found.  The count
      *> sheet step reads it to tell when a store/item was last
      *> counted (category rotation) and whether the last count
      *> missed badly (high-variance recount).
       01  count-history-record.
           05  cnh-key.
               10  cnh-store-no        PIC 9(4).
               10  cnh-item-no         PIC X(6).
           05  cnh-last-count-date     PIC 9(8).
           05  cnh-last-counted-qty    PIC 9(7).
      *> Book quantity as of the count: on-hand at reconciliation
      *> plus the sales posted since the count.
           05  cnh-last-book-qty       PIC S9(7).
      *> Counted minus book; negative is shrink.
           05  cnh-last-variance       PIC S9(7).
           05  cnh-counts-taken        PIC 9(5).
           05  cnh-timestamp           PIC X(26).
