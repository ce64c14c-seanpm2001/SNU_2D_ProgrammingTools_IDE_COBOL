      *> Till over/short history, one record appended per store,
      *> cashier and business date the nightly till reconciliation
      *> proves: net posted sales expected, cash and card counted,
      *> the difference (counted less expected, negative when the
      *> drawer came up short), and whether it fell outside the
      *> tolerance on the night it was proved.  The trailing-month
      *> shortage pattern for loss prevention is read off this
      *> file.
       01  till-hist-record.
           05  th-key.
               10  th-store-no         PIC 9(4).
               10  th-cashier-id       PIC X(6).
               10  th-business-date    PIC 9(8).
           05  th-expected             PIC S9(9)V99.
           05  th-counted              PIC 9(9)V99.
           05  th-difference           PIC S9(9)V99.
           05  th-result               PIC X.
               88  th-short            VALUE "S".
               88  th-over             VALUE "O".
               88  th-in-tolerance     VALUE "B".
           05  th-posting-date         PIC 9(8).
