      *> Audit trail record for item-cost maintenance, the same
      *> before/after discipline PRCAUDIT applies to the price
      *> master: what changed, when, and who keyed it.
       01  cost-audit-record.
           05  cstaud-item-no          PIC X(6).
           05  cstaud-effective-date   PIC 9(8).
           05  cstaud-timestamp        PIC X(26).
           05  cstaud-txn-type         PIC X(4).
           05  cstaud-before-cost      PIC 9(5)V99.
           05  cstaud-after-cost       PIC 9(5)V99.
           05  cstaud-operator-id      PIC X(8).
