           05  oi-original-amount      PIC 9(7)V99.
           05  oi-open-amount          PIC 9(7)V99.
           05  oi-built-timestamp      PIC X(26).
      *> Set while an open DISPCASE case stands against the charge.
      *> A disputed item is aged in its own column and kept off the
      *> finance-charge base and the dunning selection.
           05  oi-dispute-flag         PIC X.
               88  oi-disputed         VALUE "D".
               88  oi-undisputed       VALUES "N", SPACE.
