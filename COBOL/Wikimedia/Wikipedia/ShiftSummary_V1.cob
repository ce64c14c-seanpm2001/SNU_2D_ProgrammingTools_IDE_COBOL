               AT END
                   SET no-more-events TO TRUE
           END-READ
      *> IN-BAND marks a machine back at target after a stop, for
      *> the downtime run; it is not an intervention to count here.
           IF NOT no-more-events
               AND log-event-type NOT = "IN-BAND"
               PERFORM 2100-DERIVE-SHIFT
               PERFORM 2200-TALLY-CELL
               PERFORM 2300-TALLY-MACHINE
