      *> Audit trail record for vendor maintenance, the same
      *> before/after discipline COAAUDIT applies to the chart: the
      *> vendor (and item, for an ordering-list or cross-reference
      *> card), when, which transaction, and a readable image of
      *> the record on either side of the change.
       01  vendor-audit-record.
           05  vaud-vend-no            PIC X(6).
           05  vaud-item-no            PIC X(6).
           05  vaud-timestamp          PIC X(26).
           05  vaud-txn-type           PIC X(4).
           05  vaud-before-image       PIC X(60).
           05  vaud-after-image        PIC X(60).
