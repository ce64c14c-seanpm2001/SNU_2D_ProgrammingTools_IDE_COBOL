      *> Run-hour counter, one per machine, keyed by the machine id
      *> the machine master carries and held alongside it.
      *> CONTROL-FLOW-V1 adds the run time of every in-band reading
      *> at the end of each control cycle; the PM-due run reads it
      *> to work out which run-hour maintenance tasks have fallen
      *> due.  Held in seconds so a short cycle's run time is not
      *> rounded away; whole hours are the seconds over 3600.
       01  run-hour-record.
           05  rh-machine-id           PIC X(6).
           05  rh-run-seconds          PIC 9(11).
           05  rh-in-band-readings     PIC 9(9).
           05  rh-last-updated         PIC X(26).
