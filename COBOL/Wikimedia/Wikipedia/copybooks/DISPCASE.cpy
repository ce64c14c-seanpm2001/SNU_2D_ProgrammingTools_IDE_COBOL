      *> Dispute case record, keyed to the one OPENITEM charge the
      *> customer is disputing -- customer, posting date and the
      *> charge's sequence, which the open-item build holds steady
      *> from night to night.  While the case is open the charge
      *> is carried on OPENITEM as disputed: it stays off the
      *> finance-charge base and the dunning selection and ages in
      *> a column of its own.  A case is resolved one of two ways:
      *> released back into normal aging, or credited -- an ADJ
      *> credit posted through the customer ledger for the agreed
      *> amount, whose ledger timestamp is kept here so the
      *> open-item build applies that credit to this charge and not
      *> to whatever happens to be oldest.
       01  dispute-case-record.
           05  dsp-key.
               10  dsp-cust-key        PIC X(10).
               10  dsp-posting-date    PIC 9(8).
               10  dsp-item-seq        PIC 9(5).
           05  dsp-status              PIC X.
               88  dsp-open            VALUE "O".
               88  dsp-released        VALUE "R".
               88  dsp-credited        VALUE "C".
           05  dsp-reason              PIC X(20).
           05  dsp-owner               PIC X(8).
           05  dsp-open-date           PIC 9(8).
           05  dsp-disputed-amount     PIC 9(7)V99.
           05  dsp-opened-by           PIC X(8).
           05  dsp-resolve-date        PIC 9(8).
           05  dsp-resolution          PIC X(20).
           05  dsp-credit-amount       PIC 9(7)V99.
           05  dsp-credit-stamp        PIC X(26).
           05  dsp-resolved-by         PIC X(8).
