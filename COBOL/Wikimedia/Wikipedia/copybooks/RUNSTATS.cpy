       01  run-stats-record.
           05  stat-program            PIC X(8).
           05  stat-business-date      PIC 9(8).
           05  stat-counts.
               10  stat-records-in     PIC 9(9).
               10  stat-records-out    PIC 9(9).
               10  stat-rejects        PIC 9(9).
               10  stat-amount-in      PIC S9(11)V99.
               10  stat-amount-out     PIC S9(11)V99.
      *> Parameter snapshot, written under stat-program PARMSNAP:
      *> one record per run parameter in force for the business
      *> date, so the value a step ran with on any night can be
      *> read back.  Readers that total counts skip PARMSNAP.
           05  stat-parm-snapshot REDEFINES stat-counts.
               10  stat-parm-name      PIC X(8).
               10  stat-parm-value     PIC X(40).
               10  stat-parm-source    PIC X.
                   88  stat-parm-from-registry VALUE "R".
                   88  stat-parm-from-card     VALUE "C".
               10  stat-parm-money-flag PIC X.
               10  FILLER              PIC X(3).
           05  stat-timestamp          PIC X(26).
