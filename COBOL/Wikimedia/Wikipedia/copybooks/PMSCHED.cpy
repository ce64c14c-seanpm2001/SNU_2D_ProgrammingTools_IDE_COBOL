      *> Preventive-maintenance schedule, one record per machine and
      *> task, keyed by both.  A task falls due on run-hours (the
      *> RUNHOURS counter since it was last done) or on calendar
      *> days (since the date it was last done); the hard limit, in
      *> the same unit, is how far past that a machine may run
      *> before operations are paged -- zero for none.  The
      *> open-order switch stops the PM-due run cutting the same
      *> work order night after night; a completion transaction
      *> clears it and restarts the interval.
       01  pm-schedule-record.
           05  pm-key.
               10  pm-machine-id       PIC X(6).
               10  pm-task-code        PIC X(8).
           05  pm-task-desc            PIC X(30).
           05  pm-basis                PIC X.
               88  pm-run-hours        VALUE "H".
               88  pm-calendar-days    VALUE "D".
           05  pm-interval             PIC 9(5).
           05  pm-hard-limit           PIC 9(5).
           05  pm-last-done-date       PIC 9(8).
           05  pm-last-done-hours      PIC 9(7).
           05  pm-order-sw             PIC X.
               88  pm-order-open
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  pm-order-date           PIC 9(8).
           05  pm-order-hours          PIC 9(7).
           05  pm-alert-sw             PIC X.
               88  pm-limit-alerted
                   VALUE "Y" WHEN SET TO FALSE IS "N".
