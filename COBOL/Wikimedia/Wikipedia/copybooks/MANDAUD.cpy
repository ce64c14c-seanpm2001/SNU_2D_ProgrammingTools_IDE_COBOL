      *> Audit trail record for autopay mandate maintenance, the
      *> same before/after discipline HOLDAUD applies to collections
      *> holds: whose mandate, when, by which transaction and which
      *> operator, and the bank and schedule fields on either side
      *> of the change.  A new mandate's before image is spaces and
      *> zeros.
       01  mandate-audit-record.
           05  mndaud-cust-key         PIC X(10).
           05  mndaud-timestamp        PIC X(26).
           05  mndaud-txn-type         PIC X(4).
           05  mndaud-before.
               10  mndaud-before-routing PIC X(9).
               10  mndaud-before-account PIC X(17).
               10  mndaud-before-day     PIC 9(2).
               10  mndaud-before-option  PIC X.
               10  mndaud-before-start   PIC 9(8).
               10  mndaud-before-cancel  PIC 9(8).
           05  mndaud-after.
               10  mndaud-after-routing  PIC X(9).
               10  mndaud-after-account  PIC X(17).
               10  mndaud-after-day      PIC 9(2).
               10  mndaud-after-option   PIC X.
               10  mndaud-after-start    PIC 9(8).
               10  mndaud-after-cancel   PIC 9(8).
           05  mndaud-operator-id      PIC X(8).
