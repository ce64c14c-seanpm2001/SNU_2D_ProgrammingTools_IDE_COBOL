      *> stops, or sustained out-of-band speed corrections), the
      *> event evidence -- how many inside the rolling window and
      *> the first/last timestamps -- and when the order was cut.
      *> The PM-due run writes preventive orders on the same file;
      *> for those the evidence area carries the schedule task that
      *> fell due instead.
       01  work-order-record.
           05  wo-machine-id           PIC X(6).
           05  wo-pattern              PIC X(9).
               88  wo-emergency-stops  VALUE "EMERGSTOP".
               88  wo-speed-band       VALUE "SPEEDBAND".
               88  wo-preventive       VALUE "PREVENTIV".
           05  wo-evidence.
               10  wo-event-count      PIC 9(5).
               10  wo-window-from      PIC 9(8).
               10  wo-window-to        PIC 9(8).
               10  wo-first-event      PIC X(26).
               10  wo-last-event       PIC X(26).
      *> Preventive order: the task, its basis (H run-hours, D
      *> calendar days) and interval, the hours or days run since
      *> it was last done, and the date it was last done.
           05  wo-pm-detail REDEFINES wo-evidence.
               10  wo-pm-task          PIC X(8).
               10  wo-pm-basis         PIC X.
               10  wo-pm-interval      PIC 9(5).
               10  wo-pm-usage         PIC 9(7).
               10  wo-pm-last-done     PIC 9(8).
               10  FILLER              PIC X(44).
           05  wo-created              PIC X(26).
