      *> Customer claims for a drop run in store-range partitions,
      *> keyed by the drop and the customer.  The first partition
      *> to post a sale for a customer -- and for the group parent
      *> above it, whose limit caps the whole group -- writes the
      *> claim, and from then to the end of the drop only that
      *> partition posts to the account.  A partition meeting a
      *> customer another partition holds defers the sale to the
      *> drop's serial pass rather than interleave REWRITEs against
      *> the same master record.  The partition merge deletes the
      *> drop's claims once the drop has merged.
       01  cust-claim-record.
           05  clm-key.
               10  clm-business-date   PIC 9(8).
               10  clm-drop-no         PIC 9(3).
               10  clm-cust-key        PIC X(10).
           05  clm-partition           PIC 9(2).
           05  clm-timestamp           PIC X(26).
