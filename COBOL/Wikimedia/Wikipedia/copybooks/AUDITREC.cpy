      *> spaces on images written before the field existed and on
      *> merge images, whose MERGETXN cards carry no operator.
           05  audit-operator-id         PIC X(8).
      *> Account hierarchy images, carried for the parent-link and
      *> group-limit transactions; every other transaction writes
      *> the standing values to both sides.
           05  audit-before-parent-key   PIC X(10).
           05  audit-after-parent-key    PIC X(10).
           05  audit-before-group-limit  PIC 9(7)V99.
           05  audit-after-group-limit   PIC 9(7)V99.
