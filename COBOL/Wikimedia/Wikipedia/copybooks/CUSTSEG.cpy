      *> Customer value segment record, one per live customer, a
      *> generation per segmentation run.  Carries the recency,
      *> frequency and monetary scores (1 low to 5 high) the run
      *> gave the customer over its trailing window, the figures
      *> they were scored from, and the segment code they landed
      *> in, with the delivery preference and email so the mail
      *> bridge and the campaign team can select straight off it.
       01  customer-segment-record.
           05  seg-cust-key            PIC X(10).
           05  seg-code                PIC X(2).
               88  seg-champion        VALUE "CH".
               88  seg-loyal           VALUE "LY".
               88  seg-new             VALUE "NW".
               88  seg-at-risk         VALUE "AR".
               88  seg-lapsed          VALUE "LP".
               88  seg-regular         VALUE "RG".
               88  seg-no-purchase     VALUE "NP".
           05  seg-scores.
               10  seg-recency-score   PIC 9.
               10  seg-frequency-score PIC 9.
               10  seg-monetary-score  PIC 9.
           05  seg-last-purchase-date  PIC 9(8).
           05  seg-days-since-purchase PIC 9(5).
           05  seg-frequency           PIC 9(5).
           05  seg-net-spend           PIC S9(9)V99.
      *> The same figures over the window before, for the drop
      *> comparison.
           05  seg-prior-frequency     PIC 9(5).
           05  seg-prior-net-spend     PIC S9(9)V99.
           05  seg-window-from         PIC 9(6).
           05  seg-window-to           PIC 9(6).
           05  seg-delivery-pref       PIC X.
           05  seg-email               PIC X(40).
           05  seg-timestamp           PIC X(26).
