      *> Report distribution record, keyed by report, scope and
      *> recipient: one subscription of one recipient to one
      *> report for one store, district or region, or for the whole
      *> estate.  The scope key is the store number, four digits,
      *> or the STORMAST district or region code.  The burst step
      *> sends every line of the report falling inside the scope
      *> to the recipient, by the delivery method named here.
       01  report-dist-record.
           05  rdist-key.
               10  rdist-report-id     PIC X(8).
               10  rdist-scope         PIC X.
                   88  rdist-store-scope     VALUE "S".
                   88  rdist-district-scope  VALUE "D".
                   88  rdist-region-scope    VALUE "R".
                   88  rdist-all-scope       VALUE "A".
               10  rdist-scope-key     PIC X(4).
               10  rdist-recipient-id  PIC X(8).
           05  rdist-recipient-name    PIC X(30).
           05  rdist-method            PIC X.
               88  rdist-print         VALUE "P".
               88  rdist-email         VALUE "E".
      *> Mailbox the mail bridge sends to; blank on a print
      *> subscription.
           05  rdist-email-address     PIC X(40).
