      *> Intra-day sales drop control, keyed by business date and
      *> drop number.  INITIATE-V1 registers a drop here in progress
      *> when it starts posting it, records its checkpoint position
      *> and running counts as it goes, and marks it processed once
      *> the drop has posted end to end; a drop already processed is
      *> refused, so no drop posts twice.  The nightly day close
      *> proves the day's drops run 1 to N with none missing or
      *> still in progress, and marks each one closed.
      *>
      *> A drop run in store-range partitions has one record per
      *> partition (01 up, and 99 for the serial pass over the
      *> sales deferred by a customer another partition held), and
      *> the drop itself is the partition-00 record, written by the
      *> partition merge once the partitions together are proved to
      *> have covered the whole drop.  An unpartitioned drop is its
      *> partition-00 record from the start.
       01  drop-control-record.
           05  drop-key.
               10  drop-business-date  PIC 9(8).
               10  drop-no             PIC 9(3).
               10  drop-partition      PIC 9(2).
           05  drop-status             PIC X.
               88  drop-in-progress    VALUE "I".
               88  drop-processed      VALUE "P".
               88  drop-closed         VALUE "C".
      *> Runs against this drop, 1 unless a crashed run was
      *> restarted.
           05  drop-run-count          PIC 9(3).
      *> Last checkpoint written: the read position a restart
      *> resumes after, and the counts as they stood at that point.
           05  drop-ckpt-read-count    PIC 9(9).
           05  drop-ckpt-counts.
               10  drop-ckpt-edited    PIC 9(9).
               10  drop-ckpt-posted    PIC 9(9).
               10  drop-ckpt-rejected  PIC 9(9).
               10  drop-ckpt-amount-posted   PIC S9(11)V99.
               10  drop-ckpt-amount-rejected PIC S9(11)V99.
               10  drop-ckpt-feed      PIC 9(9).
               10  drop-ckpt-skipped   PIC 9(9).
               10  drop-ckpt-deferred  PIC 9(9).
      *> Final counts, set when the drop is processed.
           05  drop-records-read       PIC 9(9).
           05  drop-edited             PIC 9(9).
           05  drop-posted             PIC 9(9).
           05  drop-rejected           PIC 9(9).
           05  drop-amount-posted      PIC S9(11)V99.
           05  drop-amount-rejected    PIC S9(11)V99.
      *> Partition records only: the drop's sales this partition
      *> looked at (the whole feed, every partition alike), those
      *> it left to the other partitions' stores, and those it
      *> deferred to the serial pass.  Edited + skipped + deferred
      *> = feed.
           05  drop-feed-records       PIC 9(9).
           05  drop-skipped            PIC 9(9).
           05  drop-deferred           PIC 9(9).
           05  drop-start-timestamp    PIC X(26).
           05  drop-end-timestamp      PIC X(26).
           05  drop-close-timestamp    PIC X(26).
