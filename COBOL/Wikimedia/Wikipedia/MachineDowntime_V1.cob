       IDENTIFICATION DIVISION.
       PROGRAM-ID. MACHINE-DOWNTIME-V1.
      *> Downtime and availability over the machine shift log.
      *> SHIFT-SUMMARY-V1 counts the stops; this run measures them.
      *> Every stop -- an EMERG-STOP, or a LID-OPEN logged for a
      *> lid-open reading on a machine at rest -- is paired with the
      *> machine's next in-band event (a SPEED-UP, SLOW-DOWN or
      *> IN-BAND back at target), and the gap between them is lost
      *> production.  The gap is cut against the shift calendar's
      *> windows for the as-of date, so a stop that runs across a
      *> shift change is charged to both shifts, and the report
      *> gives, per machine and shift:
      *>   - downtime minutes by cause (emergency stop, lid open);
      *>   - scheduled minutes, run minutes, and availability as
      *>     run time over scheduled time;
      *>   - a machine total across the day's shifts.
      *> A stop with no recovery before the log ends is charged to
      *> the end of the shift the log ends in and listed as still
      *> down at shift end.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The day's shift-log generations concatenated in order at
      *> the JCL level.
           SELECT shift-log-file ASSIGN TO "SHIFTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-shift-log-status.

           SELECT machine-master ASSIGN TO "MACHMSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-machine-master-status.

      *> Shift calendar: one card per scheduled shift.  Only the
      *> as-of date's cards are used; with none for the date the
      *> three eight-hour shifts SHIFT-SUMMARY-V1 cuts on stand.
           SELECT shift-calendar ASSIGN TO "SHIFTCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-shift-calendar-status.

      *> As-of business date, eight digits.  Defaults to today.
           SELECT asof-parm ASSIGN TO "ASOFDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-asof-status.

           SELECT report-out ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-out-status.

       DATA DIVISION.
       FILE SECTION.
       FD  shift-log-file
           RECORDING MODE IS F.
       COPY SHIFTLOG.

       FD  machine-master.
       COPY MACHREC.

      *> Shift calendar card: shift date, PIC 9(8), columns 1-8;
      *> shift number, PIC 9, column 9; start and end clock time,
      *> HHMM, columns 10-13 and 14-17 (an end at or before the
      *> start runs past midnight); unpaid break minutes inside the
      *> shift, PIC 9(3), columns 18-20.
       FD  shift-calendar.
       01  shift-calendar-record.
           05  cal-date                PIC 9(8).
           05  cal-shift               PIC 9.
           05  cal-start-time.
               10  cal-start-hh        PIC 9(2).
               10  cal-start-mm        PIC 9(2).
           05  cal-end-time.
               10  cal-end-hh          PIC 9(2).
               10  cal-end-mm          PIC 9(2).
           05  cal-break-minutes       PIC 9(3).

       FD  asof-parm.
       01  asof-parm-line             PIC X(8).

       FD  report-out.
       01  report-line                 PIC X(90).

       WORKING-STORAGE SECTION.
       01  ws-file-status.
           05  ws-shift-log-status     PIC XX.
           05  ws-machine-master-status PIC XX.
           05  ws-shift-calendar-status PIC XX.
           05  ws-asof-status          PIC XX.
           05  ws-report-out-status    PIC XX.

       01  ws-flags.
           05  no-more-events-sw       PIC X VALUE "N".
               88  no-more-events      VALUE "Y".
           05  no-more-machines-sw     PIC X VALUE "N".
               88  no-more-machines    VALUE "Y".
           05  no-more-calendar-sw     PIC X VALUE "N".
               88  no-more-calendar    VALUE "Y".
           05  machine-found-sw        PIC X VALUE "N".
               88  machine-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  any-event-sw            PIC X VALUE "N".
               88  any-event-read      VALUE "Y".

       01  ws-asof-date                PIC 9(8).
       01  ws-asof-integer             PIC 9(9).

      *> Clock arithmetic: every time is held as minutes from
      *> midnight starting the as-of date -- days via
      *> INTEGER-OF-DATE plus the clock minutes -- so a stop or a
      *> shift crossing midnight subtracts correctly.
       01  ws-clock-work.
           05  ws-clk-date             PIC 9(8).
           05  ws-clk-hh               PIC 9(2).
           05  ws-clk-mm               PIC 9(2).
           05  ws-clk-days             PIC 9(9).
           05  ws-clk-minute           PIC S9(9).
       01  ws-event-minute             PIC S9(9).
       01  ws-last-event-minute        PIC S9(9) VALUE ZERO.

      *> The as-of date's shift windows off the calendar.
       01  ws-window-table.
           05  ws-win-count            PIC 9(2) VALUE ZERO.
           05  ws-win-tbl OCCURS 10 TIMES INDEXED BY win-idx.
               10  ws-win-shift        PIC 9.
               10  ws-win-start        PIC S9(9).
               10  ws-win-end          PIC S9(9).
               10  ws-win-scheduled    PIC 9(5).

      *> Per machine: the open stop, if any, and the minutes lost
      *> in each shift window by cause.
       01  ws-machine-table.
           05  ws-mach-count           PIC 9(3) VALUE ZERO.
           05  ws-mach-tbl OCCURS 100 TIMES INDEXED BY mach-idx.
               10  ws-mac-machine      PIC X(6).
               10  ws-mac-down-sw      PIC X.
                   88  mac-down        VALUE "Y".
               10  ws-mac-stop-minute  PIC S9(9).
               10  ws-mac-stop-cause   PIC X(12).
               10  ws-mac-stop-ts      PIC X(26).
               10  ws-mac-cell OCCURS 10 TIMES.
                   15  ws-mcl-stops    PIC 9(3).
                   15  ws-mcl-estop-mins PIC 9(5).
                   15  ws-mcl-lid-mins PIC 9(5).
                   15  ws-mcl-still-down-sw PIC X.
                       88  mcl-still-down VALUE "Y".

      *> One downtime interval being charged to the windows.
       01  ws-charge-work.
           05  ws-chg-from             PIC S9(9).
           05  ws-chg-to               PIC S9(9).
           05  ws-chg-cause            PIC X(12).
           05  ws-ovl-from             PIC S9(9).
           05  ws-ovl-to               PIC S9(9).
           05  ws-ovl-minutes          PIC S9(9).

       01  ws-cell-figures.
           05  ws-cf-scheduled         PIC 9(7).
           05  ws-cf-estop             PIC 9(7).
           05  ws-cf-lid               PIC 9(7).
           05  ws-cf-down              PIC 9(7).
           05  ws-cf-run               PIC S9(7).
           05  ws-cf-stops             PIC 9(5).
           05  ws-cf-avail-pct         PIC 9(3)V9.

       01  ws-machine-totals.
           05  ws-mt-scheduled         PIC 9(7).
           05  ws-mt-estop             PIC 9(7).
           05  ws-mt-lid               PIC 9(7).
           05  ws-mt-stops             PIC 9(5).

       01  ws-run-totals.
           05  ws-events-read          PIC 9(7) VALUE ZERO.
           05  ws-stops-recovered      PIC 9(5) VALUE ZERO.
           05  ws-stops-still-down     PIC 9(5) VALUE ZERO.
           05  ws-unknown-events       PIC 9(5) VALUE ZERO.

       01  ws-cell-line.
           05  ws-cl-machine           PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-cl-shift             PIC X(5).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-cl-scheduled         PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-cl-estop             PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-cl-lid               PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-cl-down              PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-cl-run               PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-cl-avail             PIC ZZ9.9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-cl-stops             PIC ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-cl-flag              PIC X(10).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  ws-down-line.
           05  ws-dl-machine           PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dl-cause             PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "SINCE ".
           05  ws-dl-since             PIC X(14).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "SHIFT ".
           05  ws-dl-shift             PIC X(5).
           05  FILLER                  PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PAIR-EVENTS
               UNTIL no-more-events
           PERFORM 3000-CLOSE-OPEN-STOPS
           PERFORM 4000-PRINT-AVAILABILITY
           PERFORM 5000-PRINT-STILL-DOWN
           PERFORM 6000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-ASOF-PARM
           PERFORM 1200-LOAD-SHIFT-CALENDAR
           OPEN INPUT machine-master
           PERFORM 1300-LOAD-MACHINE-TABLE
               UNTIL no-more-machines
           CLOSE machine-master
           OPEN INPUT shift-log-file
           OPEN OUTPUT report-out
           MOVE SPACES TO report-line
           STRING "MACHINE DOWNTIME AND AVAILABILITY - "
               ws-asof-date
               DELIMITED BY SIZE INTO report-line
           WRITE report-line.

       1100-READ-ASOF-PARM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ws-asof-date
           OPEN INPUT asof-parm
           IF ws-asof-status = "00"
               READ asof-parm
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE asof-parm-line TO ws-asof-date
               END-READ
               CLOSE asof-parm
           END-IF
           COMPUTE ws-asof-integer =
               FUNCTION INTEGER-OF-DATE (ws-asof-date).

       1200-LOAD-SHIFT-CALENDAR.
           OPEN INPUT shift-calendar
           IF ws-shift-calendar-status = "00"
               PERFORM 1210-READ-CALENDAR-CARD
                   UNTIL no-more-calendar
               CLOSE shift-calendar
           END-IF
           IF ws-win-count = ZERO
               PERFORM 1250-DEFAULT-CALENDAR
           END-IF.

       1210-READ-CALENDAR-CARD.
           READ shift-calendar
               AT END
                   SET no-more-calendar TO TRUE
           END-READ
           IF NOT no-more-calendar
               AND cal-date = ws-asof-date
               IF cal-start-time NOT NUMERIC
                   OR cal-end-time NOT NUMERIC
                   OR cal-start-hh > 23 OR cal-start-mm > 59
                   OR cal-end-hh > 23 OR cal-end-mm > 59
                   DISPLAY "SHIFTCAL BAD TIME - SHIFT " cal-shift
                       " IGNORED"
               ELSE
                   IF cal-break-minutes NOT NUMERIC
                       MOVE ZERO TO cal-break-minutes
                   END-IF
                   PERFORM 1220-ADD-WINDOW
               END-IF
           END-IF.

       1220-ADD-WINDOW.
           IF ws-win-count >= 10
               DISPLAY "SHIFT WINDOW TABLE FULL - SHIFT "
                   cal-shift " DROPPED"
           ELSE
               ADD 1 TO ws-win-count
               SET win-idx TO ws-win-count
               MOVE cal-shift TO ws-win-shift (win-idx)
               COMPUTE ws-win-start (win-idx) =
                   cal-start-hh * 60 + cal-start-mm
               COMPUTE ws-win-end (win-idx) =
                   cal-end-hh * 60 + cal-end-mm
               IF ws-win-end (win-idx) <= ws-win-start (win-idx)
                   ADD 1440 TO ws-win-end (win-idx)
               END-IF
               COMPUTE ws-win-scheduled (win-idx) =
                   ws-win-end (win-idx) - ws-win-start (win-idx)
                   - cal-break-minutes
               IF ws-win-end (win-idx) - ws-win-start (win-idx)
                       <= cal-break-minutes
                   MOVE ZERO TO ws-win-scheduled (win-idx)
               END-IF
           END-IF.

      *> No calendar for the date: 06-14, 14-22 and 22-06, no
      *> breaks, the shifts SHIFT-SUMMARY-V1 cuts on.
       1250-DEFAULT-CALENDAR.
           MOVE ws-asof-date TO cal-date
           MOVE ZERO TO cal-break-minutes
           MOVE 1 TO cal-shift
           MOVE "0600" TO cal-start-time
           MOVE "1400" TO cal-end-time
           PERFORM 1220-ADD-WINDOW
           MOVE 2 TO cal-shift
           MOVE "1400" TO cal-start-time
           MOVE "2200" TO cal-end-time
           PERFORM 1220-ADD-WINDOW
           MOVE 3 TO cal-shift
           MOVE "2200" TO cal-start-time
           MOVE "0600" TO cal-end-time
           PERFORM 1220-ADD-WINDOW.

       1300-LOAD-MACHINE-TABLE.
           READ machine-master
               AT END
                   SET no-more-machines TO TRUE
           END-READ
           IF NOT no-more-machines
               IF ws-mach-count >= 100
                   DISPLAY "MACHINE TABLE FULL - " mm-machine-id
                       " DROPPED"
               ELSE
                   ADD 1 TO ws-mach-count
                   SET mach-idx TO ws-mach-count
                   MOVE mm-machine-id TO ws-mac-machine (mach-idx)
                   MOVE "N" TO ws-mac-down-sw (mach-idx)
                   MOVE ZERO TO ws-mac-stop-minute (mach-idx)
                   MOVE SPACES TO ws-mac-stop-cause (mach-idx)
                   MOVE SPACES TO ws-mac-stop-ts (mach-idx)
                   PERFORM VARYING win-idx FROM 1 BY 1
                           UNTIL win-idx > 10
                       MOVE ZERO TO ws-mcl-stops (mach-idx, win-idx)
                       MOVE ZERO
                           TO ws-mcl-estop-mins (mach-idx, win-idx)
                       MOVE ZERO
                           TO ws-mcl-lid-mins (mach-idx, win-idx)
                       MOVE "N"
                           TO ws-mcl-still-down-sw (mach-idx, win-idx)
                   END-PERFORM
               END-IF
           END-IF.

      *> A stop opens the machine's downtime unless one is already
      *> open -- a second stop while down does not restart the
      *> clock.  The next in-band event closes it.
       2000-PAIR-EVENTS.
           READ shift-log-file
               AT END
                   SET no-more-events TO TRUE
           END-READ
           IF NOT no-more-events
               ADD 1 TO ws-events-read
               PERFORM 2100-FIND-MACHINE
               IF machine-found
                   MOVE log-timestamp (1:8) TO ws-clk-date
                   MOVE log-timestamp (9:2) TO ws-clk-hh
                   MOVE log-timestamp (11:2) TO ws-clk-mm
                   PERFORM 9100-CLOCK-MINUTE
                   MOVE ws-clk-minute TO ws-event-minute
                   IF NOT any-event-read
                       OR ws-event-minute > ws-last-event-minute
                       MOVE ws-event-minute TO ws-last-event-minute
                       SET any-event-read TO TRUE
                   END-IF
                   EVALUATE log-event-type
                       WHEN "EMERG-STOP"
                       WHEN "LID-OPEN"
                           PERFORM 2200-OPEN-STOP
                       WHEN "SPEED-UP"
                       WHEN "SLOW-DOWN"
                       WHEN "IN-BAND"
                           PERFORM 2300-CLOSE-STOP
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       2100-FIND-MACHINE.
           SET machine-found TO FALSE
           SET mach-idx TO 1
           SEARCH ws-mach-tbl
               AT END
                   ADD 1 TO ws-unknown-events
                   DISPLAY "SHIFTLOG UNKNOWN MACHINE " log-machine-id
               WHEN mach-idx > ws-mach-count
                   ADD 1 TO ws-unknown-events
                   DISPLAY "SHIFTLOG UNKNOWN MACHINE " log-machine-id
               WHEN ws-mac-machine (mach-idx) = log-machine-id
                   SET machine-found TO TRUE
           END-SEARCH.

       2200-OPEN-STOP.
           IF NOT mac-down (mach-idx)
               MOVE "Y" TO ws-mac-down-sw (mach-idx)
               MOVE ws-event-minute TO ws-mac-stop-minute (mach-idx)
               MOVE log-event-type TO ws-mac-stop-cause (mach-idx)
               MOVE log-timestamp TO ws-mac-stop-ts (mach-idx)
               PERFORM VARYING win-idx FROM 1 BY 1
                       UNTIL win-idx > ws-win-count
                   IF ws-event-minute >= ws-win-start (win-idx)
                       AND ws-event-minute < ws-win-end (win-idx)
                       ADD 1 TO ws-mcl-stops (mach-idx, win-idx)
                   END-IF
               END-PERFORM
           END-IF.

       2300-CLOSE-STOP.
           IF mac-down (mach-idx)
               MOVE ws-mac-stop-minute (mach-idx) TO ws-chg-from
               MOVE ws-event-minute TO ws-chg-to
               MOVE ws-mac-stop-cause (mach-idx) TO ws-chg-cause
               PERFORM 3500-CHARGE-DOWNTIME
               MOVE "N" TO ws-mac-down-sw (mach-idx)
               ADD 1 TO ws-stops-recovered
           END-IF.

      *> The log has ended with the machine still down: the stop
      *> runs to the end of the shift the log ended in (or to the
      *> last event, outside any scheduled shift), and is flagged
      *> in that shift.
       3000-CLOSE-OPEN-STOPS.
           MOVE ws-last-event-minute TO ws-chg-to
           PERFORM VARYING win-idx FROM 1 BY 1
                   UNTIL win-idx > ws-win-count
               IF ws-last-event-minute >= ws-win-start (win-idx)
                   AND ws-last-event-minute < ws-win-end (win-idx)
                   MOVE ws-win-end (win-idx) TO ws-chg-to
               END-IF
           END-PERFORM
           PERFORM VARYING mach-idx FROM 1 BY 1
                   UNTIL mach-idx > ws-mach-count
               IF mac-down (mach-idx)
                   MOVE ws-mac-stop-minute (mach-idx) TO ws-chg-from
                   MOVE ws-mac-stop-cause (mach-idx) TO ws-chg-cause
                   PERFORM 3500-CHARGE-DOWNTIME
                   PERFORM 3100-FLAG-STILL-DOWN
                   ADD 1 TO ws-stops-still-down
               END-IF
           END-PERFORM.

       3100-FLAG-STILL-DOWN.
           PERFORM VARYING win-idx FROM 1 BY 1
                   UNTIL win-idx > ws-win-count
               IF ws-chg-to > ws-win-start (win-idx)
                   AND ws-chg-to <= ws-win-end (win-idx)
                   AND ws-chg-from < ws-win-end (win-idx)
                   MOVE "Y" TO ws-mcl-still-down-sw (mach-idx, win-idx)
               END-IF
           END-PERFORM.

      *> Charges ws-chg-from to ws-chg-to against every shift
      *> window it overlaps, under the stop's cause.  Minutes
      *> outside every window were not scheduled and cost nothing.
       3500-CHARGE-DOWNTIME.
           PERFORM VARYING win-idx FROM 1 BY 1
                   UNTIL win-idx > ws-win-count
               MOVE ws-chg-from TO ws-ovl-from
               IF ws-win-start (win-idx) > ws-ovl-from
                   MOVE ws-win-start (win-idx) TO ws-ovl-from
               END-IF
               MOVE ws-chg-to TO ws-ovl-to
               IF ws-win-end (win-idx) < ws-ovl-to
                   MOVE ws-win-end (win-idx) TO ws-ovl-to
               END-IF
               COMPUTE ws-ovl-minutes = ws-ovl-to - ws-ovl-from
               IF ws-ovl-minutes > ZERO
                   IF ws-chg-cause = "LID-OPEN"
                       ADD ws-ovl-minutes
                           TO ws-mcl-lid-mins (mach-idx, win-idx)
                   ELSE
                       ADD ws-ovl-minutes
                           TO ws-mcl-estop-mins (mach-idx, win-idx)
                   END-IF
               END-IF
           END-PERFORM.

       4000-PRINT-AVAILABILITY.
           MOVE "MACHINE SHIFT  SCHED E-STP LIDOP  DOWN   RUN" &
               "  AVAIL%  STOPS" TO report-line
           WRITE report-line
           PERFORM VARYING mach-idx FROM 1 BY 1
                   UNTIL mach-idx > ws-mach-count
               INITIALIZE ws-machine-totals
               PERFORM VARYING win-idx FROM 1 BY 1
                       UNTIL win-idx > ws-win-count
                   PERFORM 4100-PRINT-SHIFT-CELL
               END-PERFORM
               PERFORM 4200-PRINT-MACHINE-TOTAL
           END-PERFORM.

       4100-PRINT-SHIFT-CELL.
           MOVE ws-win-scheduled (win-idx) TO ws-cf-scheduled
           MOVE ws-mcl-estop-mins (mach-idx, win-idx) TO ws-cf-estop
           MOVE ws-mcl-lid-mins (mach-idx, win-idx) TO ws-cf-lid
           MOVE ws-mcl-stops (mach-idx, win-idx) TO ws-cf-stops
           ADD ws-cf-scheduled TO ws-mt-scheduled
           ADD ws-cf-estop TO ws-mt-estop
           ADD ws-cf-lid TO ws-mt-lid
           ADD ws-cf-stops TO ws-mt-stops
           PERFORM 4500-FIGURE-AVAILABILITY
           MOVE SPACES TO ws-cell-line
           MOVE ws-mac-machine (mach-idx) TO ws-cl-machine
           MOVE SPACES TO ws-cl-shift
           MOVE ws-win-shift (win-idx) TO ws-cl-shift (1:1)
           PERFORM 4600-FORMAT-FIGURES
           IF mcl-still-down (mach-idx, win-idx)
               MOVE "STILL DOWN" TO ws-cl-flag
           END-IF
           MOVE ws-cell-line TO report-line
           WRITE report-line.

       4200-PRINT-MACHINE-TOTAL.
           MOVE ws-mt-scheduled TO ws-cf-scheduled
           MOVE ws-mt-estop TO ws-cf-estop
           MOVE ws-mt-lid TO ws-cf-lid
           MOVE ws-mt-stops TO ws-cf-stops
           PERFORM 4500-FIGURE-AVAILABILITY
           MOVE SPACES TO ws-cell-line
           MOVE ws-mac-machine (mach-idx) TO ws-cl-machine
           MOVE "TOTAL" TO ws-cl-shift
           PERFORM 4600-FORMAT-FIGURES
           MOVE ws-cell-line TO report-line
           WRITE report-line.

      *> Run time is scheduled time less downtime; a stop that ran
      *> through an unpaid break can cost more than the scheduled
      *> minutes, so run time floors at zero.
       4500-FIGURE-AVAILABILITY.
           COMPUTE ws-cf-down = ws-cf-estop + ws-cf-lid
           COMPUTE ws-cf-run = ws-cf-scheduled - ws-cf-down
           IF ws-cf-run < ZERO
               MOVE ZERO TO ws-cf-run
           END-IF
           IF ws-cf-scheduled > ZERO
               COMPUTE ws-cf-avail-pct ROUNDED =
                   ws-cf-run * 100 / ws-cf-scheduled
           ELSE
               MOVE ZERO TO ws-cf-avail-pct
           END-IF.

       4600-FORMAT-FIGURES.
           MOVE ws-cf-scheduled TO ws-cl-scheduled
           MOVE ws-cf-estop TO ws-cl-estop
           MOVE ws-cf-lid TO ws-cl-lid
           MOVE ws-cf-down TO ws-cl-down
           MOVE ws-cf-run TO ws-cl-run
           MOVE ws-cf-avail-pct TO ws-cl-avail
           MOVE ws-cf-stops TO ws-cl-stops.

       5000-PRINT-STILL-DOWN.
           MOVE "STILL DOWN AT SHIFT END" TO report-line
           WRITE report-line
           PERFORM VARYING mach-idx FROM 1 BY 1
                   UNTIL mach-idx > ws-mach-count
               IF mac-down (mach-idx)
                   MOVE SPACES TO ws-dl-shift
                   PERFORM VARYING win-idx FROM 1 BY 1
                           UNTIL win-idx > ws-win-count
                       IF mcl-still-down (mach-idx, win-idx)
                           MOVE ws-win-shift (win-idx)
                               TO ws-dl-shift (1:1)
                       END-IF
                   END-PERFORM
                   MOVE ws-mac-machine (mach-idx) TO ws-dl-machine
                   MOVE ws-mac-stop-cause (mach-idx) TO ws-dl-cause
                   MOVE ws-mac-stop-ts (mach-idx) (1:14)
                       TO ws-dl-since
                   MOVE ws-down-line TO report-line
                   WRITE report-line
               END-IF
           END-PERFORM.

       6000-FINALIZE.
           CLOSE shift-log-file, report-out
           DISPLAY "MACHINE DOWNTIME RUN COMPLETE"
           DISPLAY "  EVENTS READ:        " ws-events-read
           DISPLAY "  STOPS RECOVERED:    " ws-stops-recovered
           DISPLAY "  STILL DOWN:         " ws-stops-still-down
           DISPLAY "  UNKNOWN MACHINE:    " ws-unknown-events.

      *> ws-clk-date/hh/mm to minutes from midnight starting the
      *> as-of date.
       9100-CLOCK-MINUTE.
           COMPUTE ws-clk-days =
               FUNCTION INTEGER-OF-DATE (ws-clk-date)
           COMPUTE ws-clk-minute =
               (ws-clk-days - ws-asof-integer) * 1440
               + ws-clk-hh * 60 + ws-clk-mm.
