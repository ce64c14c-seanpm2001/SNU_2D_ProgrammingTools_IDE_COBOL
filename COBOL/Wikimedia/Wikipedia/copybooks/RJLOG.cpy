      *> Recurring-journal generation log, one record per entry the
      *> generation step posted, keyed by template, the period the
      *> entry belongs to, and whether it is the entry itself (G)
      *> or its reversal (R -- keyed on the period it reverses,
      *> posted on the first business date of the next).  The key
      *> is what stops a rerun posting the same entry twice; the
      *> record carries the accounts, amount and description as
      *> posted, so the reversal mirrors the entry even after the
      *> template has changed, and the GL statement can trace each
      *> generated posting back to its template.
       01  rj-log-record.
           05  rjl-key.
               10  rjl-template-id     PIC X(8).
               10  rjl-period          PIC 9(6).
               10  rjl-entry-type      PIC X.
                   88  rjl-generated   VALUE "G".
                   88  rjl-reversal    VALUE "R".
           05  rjl-post-date           PIC 9(8).
           05  rjl-description         PIC X(24).
           05  rjl-debit-acct          PIC X(6).
           05  rjl-credit-acct         PIC X(6).
           05  rjl-amount              PIC 9(9)V99.
           05  rjl-reverse-flag        PIC X.
               88  rjl-auto-reverse    VALUE "Y".
           05  rjl-timestamp           PIC X(26).
