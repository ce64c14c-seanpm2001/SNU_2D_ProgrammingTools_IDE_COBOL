      *> Gift-card master record, keyed by card number.  One record
      *> per stored-value card the stores have sold: where and when
      *> it was issued, what it was issued for, what has been loaded
      *> onto it and spent from it since, and what it still carries.
      *> The remaining value is the liability -- money a customer
      *> has paid us for goods not yet taken -- so the nightly
      *> gift-card posting is the only thing that ever moves it,
      *> and the monthly liability report totals it straight off
      *> this file instead of off a spreadsheet.
       01  gift-card-record.
           05  gc-card-no              PIC X(16).
           05  gc-issue-store          PIC 9(4).
           05  gc-issue-date           PIC 9(8).
           05  gc-original-value       PIC 9(5)V99.
           05  gc-remaining-value      PIC 9(5)V99.
      *> "R" marks a card spent down to nothing; a reload brings it
      *> back to active.
           05  gc-status               PIC X.
               88  gc-active           VALUE "A".
               88  gc-redeemed         VALUE "R".
      *> Running totals since issue, so original + reloaded -
      *> redeemed always proves to the remaining value.
           05  gc-reloaded-value       PIC 9(7)V99.
           05  gc-redeemed-value       PIC 9(7)V99.
      *> Date of the last issue, reload or redemption; the
      *> breakage report ages dormant cards off it.
           05  gc-last-activity-date   PIC 9(8).
           05  gc-timestamp            PIC X(26).
