           05  alert-type              PIC X(20) VALUE "EMERGENCY STOP".
           05  alert-current-speed     PIC 9(5).
           05  alert-timestamp         PIC X(26).
      *> Severity the raising program asks for (C/W/I) when its
      *> alert type has no routing card; blank leaves the
      *> dispatcher's warning default.  A routing card always wins.
           05  alert-severity-hint     PIC X.
