       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPEED-DRIFT-V1.
      *> Statistical process control over the accumulated speed
      *> readings.  CONTROL-FLOW-V1 reacts only once a reading has
      *> left the band on MACHMSTR, when product is already out of
      *> spec; this pass watches the readings still inside the band
      *> for the drift that comes first.  Per machine it holds a
      *> rolling window of the last SPCPARM readings -- their mean,
      *> and a sigma from the window's average moving range -- and
      *> control limits at three sigma either side of the centre
      *> line, mm-desired-speed.  Each in-band reading is tested
      *> against the standard run rules:
      *>   - a point beyond three sigma of the centre line;
      *>   - a run of readings all on one side of the centre line;
      *>   - a steady trend of readings each rising, or each
      *>     falling, on the last.
      *> Every rule tripped prints on the control-chart report with
      *> the reading's place between the limits, and a machine with
      *> any drift warning queues one SPEED DRIFT alert on ALERTQ
      *> at information severity.  A reading out of band or with
      *> the lid open is CONTROL-FLOW-V1's business: it is left out
      *> of the statistics and breaks any run or trend.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT machine-master ASSIGN TO "MACHMSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-machine-master-status.

      *> The catalogued speed-reading generations concatenated in
      *> order, oldest first, at the JCL level.
           SELECT speed-history ASSIGN TO "SPDHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-speed-history-status.

           SELECT alert-queue-file ASSIGN TO "ALERTQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-alert-queue-status.

      *> Run-parameter registry: the settings that used to come
      *> off one-off control cards, looked up under the card's old
      *> name for the value in force on the run date.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

           SELECT report-out ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-out-status.

       DATA DIVISION.
       FILE SECTION.
       FD  machine-master.
       COPY MACHREC.

      *> Speed reading card: machine-id (6), lid status (1),
      *> current-speed (5) -- the same feed the control pass reads.
       FD  speed-history.
       01  speed-reading-record.
           05  sr-machine-id           PIC X(6).
           05  sr-lid-status           PIC X.
               88  sr-lid-closed       VALUE "C".
           05  sr-current-speed        PIC 9(5).

       FD  alert-queue-file
           RECORDING MODE IS F.
       COPY ALERTQ.

       FD  parm-registry.
       COPY PARMREG.

       FD  report-out.
       01  report-line                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  ws-file-status.
           05  ws-machine-master-status PIC XX.
           05  ws-speed-history-status  PIC XX.
           05  ws-alert-queue-status    PIC XX.
           05  ws-report-out-status     PIC XX.

       01  ws-flags.
           05  no-more-machines-sw     PIC X VALUE "N".
               88  no-more-machines    VALUE "Y".
           05  no-more-readings-sw     PIC X VALUE "N".
               88  no-more-readings    VALUE "Y".
           05  machine-found-sw        PIC X VALUE "N".
               88  machine-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-window-size              PIC 9(2) VALUE 25.
       01  ws-run-length               PIC 9(2) VALUE 8.
       01  ws-trend-length             PIC 9(2) VALUE 6.

      *> Per machine: the band off the master, the rolling window
      *> (a ring of the last ws-window-size in-band readings), and
      *> the run and trend in progress.
       01  ws-machine-table.
           05  ws-mach-count           PIC 9(3) VALUE ZERO.
           05  ws-mach-tbl OCCURS 100 TIMES INDEXED BY mach-idx.
               10  ws-mac-machine      PIC X(6).
               10  ws-mac-min-speed    PIC 9(5).
               10  ws-mac-max-speed    PIC 9(5).
               10  ws-mac-desired      PIC 9(5).
               10  ws-mac-win-fill     PIC 9(2).
               10  ws-mac-win-next     PIC 9(2).
               10  ws-mac-win-sum      PIC 9(7).
               10  ws-mac-window OCCURS 50 TIMES
                                       PIC 9(5).
               10  ws-mac-prev-speed   PIC 9(5).
               10  ws-mac-run-side     PIC S9.
               10  ws-mac-run-count    PIC 9(5).
               10  ws-mac-trend-dir    PIC S9.
               10  ws-mac-trend-count  PIC 9(5).
               10  ws-mac-readings     PIC 9(7).
               10  ws-mac-warnings     PIC 9(5).
               10  ws-mac-alert-speed  PIC 9(5).

      *> The window's statistics for the reading in hand, taken
      *> before the reading joins it.
       01  ws-spc-work.
           05  ws-spc-mean             PIC 9(5)V99.
           05  ws-spc-mr-sum           PIC 9(7).
           05  ws-spc-sigma            PIC 9(5)V99.
           05  ws-spc-ucl              PIC S9(6)V99.
           05  ws-spc-lcl              PIC S9(6)V99.
           05  ws-spc-limits-sw        PIC X VALUE "N".
               88  spc-limits-set
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  ws-slot                 PIC 9(2).
           05  ws-prev-slot            PIC 9(2).
           05  ws-k                    PIC 9(2).
           05  ws-step                 PIC S9(5).
           05  ws-side                 PIC S9.
           05  ws-rule-text            PIC X(24).
           05  ws-strip-pos            PIC 9(2).

       01  ws-run-totals.
           05  ws-readings-read        PIC 9(7) VALUE ZERO.
           05  ws-readings-charted     PIC 9(7) VALUE ZERO.
           05  ws-unknown-readings     PIC 9(5) VALUE ZERO.
           05  ws-warnings-total       PIC 9(5) VALUE ZERO.
           05  ws-alerts-queued        PIC 9(3) VALUE ZERO.

      *> Control-chart strip: LCL at the left edge, UCL at the
      *> right, the centre line in the middle; the reading plots
      *> as X, or as < or > outside the limits.
       01  ws-chart-strip              PIC X(21).

       01  ws-warning-line.
           05  ws-wl-machine           PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-wl-reading           PIC ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-wl-speed             PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE " [".
           05  ws-wl-strip             PIC X(21).
           05  FILLER                  PIC X(2) VALUE "] ".
           05  ws-wl-rule              PIC X(24).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  ws-summary-line.
           05  ws-sl-machine           PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-sl-centre            PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-sl-mean              PIC ZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-sl-sigma             PIC ZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-sl-lcl               PIC -ZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-sl-ucl               PIC -ZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-sl-readings          PIC ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-sl-warnings          PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-sl-status            PIC X(10).

      *> Run-parameter registry lookup: the parameter name and the
      *> run date go in, the card image in force comes out.
       01  ws-parm-registry-status     PIC XX.
       01  ws-parm-lookup.
           05  ws-parm-name            PIC X(8).
           05  ws-parm-as-of           PIC 9(8) VALUE ZERO.
           05  ws-parm-value           PIC X(40).
           05  parm-in-force-sw        PIC X VALUE "N".
               88  parm-in-force
                   VALUE "Y" WHEN SET TO FALSE IS "N".

      *> SPCPARM, off the run-parameter registry.
      *> Control-chart settings: rolling window readings, PIC 9(2),
      *> columns 1-2 (at most 50); run length, PIC 9(2), columns
      *> 3-4; trend length, PIC 9(2), columns 5-6.  Defaults: a
      *> 25-reading window, runs of 8, trends of 6.
       01  spc-parm-line.
           05  spcp-window-size        PIC 9(2).
           05  spcp-run-length         PIC 9(2).
           05  spcp-trend-length       PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHART-READINGS
               UNTIL no-more-readings
           PERFORM 3000-PRINT-MACHINE-SUMMARY
           PERFORM 4000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-SPC-PARM
           OPEN INPUT machine-master
           PERFORM 1200-LOAD-MACHINE-TABLE
               UNTIL no-more-machines
           CLOSE machine-master
           OPEN INPUT speed-history
           OPEN EXTEND alert-queue-file
           IF ws-alert-queue-status NOT = "00"
               OPEN OUTPUT alert-queue-file
           END-IF
           OPEN OUTPUT report-out
           MOVE "SPEED DRIFT - CONTROL CHART WARNINGS" TO report-line
           WRITE report-line
           MOVE "MACHINE READING SPEED [LCL      CL       UCL] RULE"
               TO report-line
           WRITE report-line.

      *> A setting out of range leaves its default standing; the
      *> window needs two readings for a moving range.
       1100-READ-SPC-PARM.
           MOVE "SPCPARM" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO spc-parm-line
               IF spcp-window-size NUMERIC
                   AND spcp-window-size >= 2
                   AND spcp-window-size <= 50
                   MOVE spcp-window-size TO ws-window-size
               END-IF
               IF spcp-run-length NUMERIC
                   AND spcp-run-length >= 2
                   MOVE spcp-run-length TO ws-run-length
               END-IF
               IF spcp-trend-length NUMERIC
                   AND spcp-trend-length >= 3
                   MOVE spcp-trend-length TO ws-trend-length
               END-IF
           END-IF.

       1200-LOAD-MACHINE-TABLE.
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
                   MOVE mm-min-speed TO ws-mac-min-speed (mach-idx)
                   MOVE mm-max-speed TO ws-mac-max-speed (mach-idx)
                   MOVE mm-desired-speed TO ws-mac-desired (mach-idx)
                   MOVE ZERO TO ws-mac-win-fill (mach-idx)
                   MOVE 1 TO ws-mac-win-next (mach-idx)
                   MOVE ZERO TO ws-mac-win-sum (mach-idx)
                   MOVE ZERO TO ws-mac-readings (mach-idx)
                   MOVE ZERO TO ws-mac-warnings (mach-idx)
                   MOVE ZERO TO ws-mac-alert-speed (mach-idx)
                   PERFORM 2900-BREAK-RUN-AND-TREND
               END-IF
           END-IF.

       2000-CHART-READINGS.
           READ speed-history
               AT END
                   SET no-more-readings TO TRUE
           END-READ
           IF NOT no-more-readings
               ADD 1 TO ws-readings-read
               PERFORM 2050-FIND-MACHINE
               IF machine-found
                   IF sr-lid-closed
                       AND sr-current-speed
                           >= ws-mac-min-speed (mach-idx)
                       AND sr-current-speed
                           <= ws-mac-max-speed (mach-idx)
                       PERFORM 2100-CHART-ONE-READING
                   ELSE
                       PERFORM 2900-BREAK-RUN-AND-TREND
                   END-IF
               END-IF
           END-IF.

       2050-FIND-MACHINE.
           SET machine-found TO FALSE
           SET mach-idx TO 1
           SEARCH ws-mach-tbl
               AT END
                   ADD 1 TO ws-unknown-readings
               WHEN mach-idx > ws-mach-count
                   ADD 1 TO ws-unknown-readings
               WHEN ws-mac-machine (mach-idx) = sr-machine-id
                   SET machine-found TO TRUE
           END-SEARCH.

       2100-CHART-ONE-READING.
           ADD 1 TO ws-readings-charted
           ADD 1 TO ws-mac-readings (mach-idx)
           PERFORM 2200-FIGURE-LIMITS
           IF spc-limits-set
               PERFORM 2300-TEST-BEYOND-LIMITS
           END-IF
           PERFORM 2400-TEST-RUN
           PERFORM 2500-TEST-TREND
           PERFORM 2600-ADD-TO-WINDOW.

      *> Limits only once the window is full.  Sigma is the
      *> average moving range over d2 = 1.128, the individuals-
      *> chart estimate, so a machine that wanders slowly is not
      *> mistaken for a noisy one.
       2200-FIGURE-LIMITS.
           SET spc-limits-set TO FALSE
           IF ws-mac-win-fill (mach-idx) >= ws-window-size
               COMPUTE ws-spc-mean ROUNDED =
                   ws-mac-win-sum (mach-idx) / ws-window-size
               MOVE ZERO TO ws-spc-mr-sum
               MOVE ws-mac-win-next (mach-idx) TO ws-prev-slot
               PERFORM VARYING ws-k FROM 2 BY 1
                       UNTIL ws-k > ws-window-size
                   COMPUTE ws-slot =
                       FUNCTION MOD (ws-mac-win-next (mach-idx)
                           + ws-k - 2, ws-window-size) + 1
                   COMPUTE ws-step =
                       ws-mac-window (mach-idx, ws-slot)
                       - ws-mac-window (mach-idx, ws-prev-slot)
                   IF ws-step < ZERO
                       COMPUTE ws-step = ZERO - ws-step
                   END-IF
                   ADD ws-step TO ws-spc-mr-sum
                   MOVE ws-slot TO ws-prev-slot
               END-PERFORM
               COMPUTE ws-spc-sigma ROUNDED =
                   ws-spc-mr-sum / (ws-window-size - 1) / 1.128
               COMPUTE ws-spc-ucl =
                   ws-mac-desired (mach-idx) + 3 * ws-spc-sigma
               COMPUTE ws-spc-lcl =
                   ws-mac-desired (mach-idx) - 3 * ws-spc-sigma
               IF ws-spc-sigma > ZERO
                   SET spc-limits-set TO TRUE
               END-IF
           END-IF.

       2300-TEST-BEYOND-LIMITS.
           IF sr-current-speed > ws-spc-ucl
               OR sr-current-speed < ws-spc-lcl
               MOVE "BEYOND 3 SIGMA" TO ws-rule-text
               PERFORM 2800-WARN
           END-IF.

      *> A reading on the centre line belongs to neither side and
      *> ends the run.
       2400-TEST-RUN.
           EVALUATE TRUE
               WHEN sr-current-speed > ws-mac-desired (mach-idx)
                   MOVE 1 TO ws-side
               WHEN sr-current-speed < ws-mac-desired (mach-idx)
                   MOVE -1 TO ws-side
               WHEN OTHER
                   MOVE ZERO TO ws-side
           END-EVALUATE
           IF ws-side = ZERO
               MOVE ZERO TO ws-mac-run-side (mach-idx)
               MOVE ZERO TO ws-mac-run-count (mach-idx)
           ELSE
               IF ws-side = ws-mac-run-side (mach-idx)
                   ADD 1 TO ws-mac-run-count (mach-idx)
               ELSE
                   MOVE ws-side TO ws-mac-run-side (mach-idx)
                   MOVE 1 TO ws-mac-run-count (mach-idx)
               END-IF
               IF ws-mac-run-count (mach-idx) = ws-run-length
                   IF ws-side > ZERO
                       MOVE "RUN ABOVE CENTRE LINE" TO ws-rule-text
                   ELSE
                       MOVE "RUN BELOW CENTRE LINE" TO ws-rule-text
                   END-IF
                   PERFORM 2800-WARN
               END-IF
           END-IF.

      *> The trend count is readings in the trend, so the first
      *> step either way makes two; a flat step ends it.
       2500-TEST-TREND.
           IF ws-mac-readings (mach-idx) > 1
               AND ws-mac-prev-speed (mach-idx) > ZERO
               EVALUATE TRUE
                   WHEN sr-current-speed
                           > ws-mac-prev-speed (mach-idx)
                       MOVE 1 TO ws-side
                   WHEN sr-current-speed
                           < ws-mac-prev-speed (mach-idx)
                       MOVE -1 TO ws-side
                   WHEN OTHER
                       MOVE ZERO TO ws-side
               END-EVALUATE
               IF ws-side = ZERO
                   MOVE ZERO TO ws-mac-trend-dir (mach-idx)
                   MOVE 1 TO ws-mac-trend-count (mach-idx)
               ELSE
                   IF ws-side = ws-mac-trend-dir (mach-idx)
                       ADD 1 TO ws-mac-trend-count (mach-idx)
                   ELSE
                       MOVE ws-side TO ws-mac-trend-dir (mach-idx)
                       MOVE 2 TO ws-mac-trend-count (mach-idx)
                   END-IF
                   IF ws-mac-trend-count (mach-idx)
                           = ws-trend-length
                       IF ws-side > ZERO
                           MOVE "TREND RISING" TO ws-rule-text
                       ELSE
                           MOVE "TREND FALLING" TO ws-rule-text
                       END-IF
                       PERFORM 2800-WARN
                   END-IF
               END-IF
           END-IF
           MOVE sr-current-speed TO ws-mac-prev-speed (mach-idx).

      *> The oldest reading drops out of the ring as the newest
      *> takes its slot.
       2600-ADD-TO-WINDOW.
           MOVE ws-mac-win-next (mach-idx) TO ws-slot
           IF ws-mac-win-fill (mach-idx) >= ws-window-size
               SUBTRACT ws-mac-window (mach-idx, ws-slot)
                   FROM ws-mac-win-sum (mach-idx)
           ELSE
               ADD 1 TO ws-mac-win-fill (mach-idx)
           END-IF
           MOVE sr-current-speed TO ws-mac-window (mach-idx, ws-slot)
           ADD sr-current-speed TO ws-mac-win-sum (mach-idx)
           IF ws-slot >= ws-window-size
               MOVE 1 TO ws-mac-win-next (mach-idx)
           ELSE
               ADD 1 TO ws-mac-win-next (mach-idx)
           END-IF.

       2800-WARN.
           ADD 1 TO ws-mac-warnings (mach-idx)
           ADD 1 TO ws-warnings-total
           MOVE sr-current-speed TO ws-mac-alert-speed (mach-idx)
           PERFORM 2850-PLOT-READING
           MOVE ws-mac-machine (mach-idx) TO ws-wl-machine
           MOVE ws-mac-readings (mach-idx) TO ws-wl-reading
           MOVE sr-current-speed TO ws-wl-speed
           MOVE ws-chart-strip TO ws-wl-strip
           MOVE ws-rule-text TO ws-wl-rule
           MOVE ws-warning-line TO report-line
           WRITE report-line.

      *> Twenty steps from LCL to UCL; no limits yet, no strip.
       2850-PLOT-READING.
           MOVE SPACES TO ws-chart-strip
           IF spc-limits-set
               MOVE ALL "." TO ws-chart-strip
               MOVE "|" TO ws-chart-strip (11:1)
               EVALUATE TRUE
                   WHEN sr-current-speed < ws-spc-lcl
                       MOVE "<" TO ws-chart-strip (1:1)
                   WHEN sr-current-speed > ws-spc-ucl
                       MOVE ">" TO ws-chart-strip (21:1)
                   WHEN OTHER
                       COMPUTE ws-strip-pos ROUNDED =
                           (sr-current-speed - ws-spc-lcl) * 20
                           / (ws-spc-ucl - ws-spc-lcl) + 1
                       MOVE "X" TO ws-chart-strip (ws-strip-pos:1)
               END-EVALUATE
           END-IF.

       2900-BREAK-RUN-AND-TREND.
           MOVE ZERO TO ws-mac-run-side (mach-idx)
           MOVE ZERO TO ws-mac-run-count (mach-idx)
           MOVE ZERO TO ws-mac-trend-dir (mach-idx)
           MOVE ZERO TO ws-mac-trend-count (mach-idx)
           MOVE ZERO TO ws-mac-prev-speed (mach-idx).

      *> The machine's standing at the end of the history: its
      *> window's mean against the centre line and the limits, and
      *> one low-severity alert for any machine that drifted.
       3000-PRINT-MACHINE-SUMMARY.
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "MACHINE   CL     MEAN    SIGMA       LCL       UCL" &
               "   READS WARNS STATUS" TO report-line
           WRITE report-line
           PERFORM VARYING mach-idx FROM 1 BY 1
                   UNTIL mach-idx > ws-mach-count
               PERFORM 2200-FIGURE-LIMITS
               MOVE SPACES TO ws-summary-line
               MOVE ws-mac-machine (mach-idx) TO ws-sl-machine
               MOVE ws-mac-desired (mach-idx) TO ws-sl-centre
               MOVE ws-mac-readings (mach-idx) TO ws-sl-readings
               MOVE ws-mac-warnings (mach-idx) TO ws-sl-warnings
               IF ws-mac-win-fill (mach-idx) >= ws-window-size
                   MOVE ws-spc-mean TO ws-sl-mean
                   MOVE ws-spc-sigma TO ws-sl-sigma
                   MOVE ws-spc-lcl TO ws-sl-lcl
                   MOVE ws-spc-ucl TO ws-sl-ucl
               END-IF
               EVALUATE TRUE
                   WHEN ws-mac-warnings (mach-idx) > ZERO
                       MOVE "DRIFT" TO ws-sl-status
                       PERFORM 3100-QUEUE-DRIFT-ALERT
                   WHEN ws-mac-win-fill (mach-idx) < ws-window-size
                       MOVE "NO LIMITS" TO ws-sl-status
                   WHEN OTHER
                       MOVE "IN CONTROL" TO ws-sl-status
               END-EVALUATE
               MOVE ws-summary-line TO report-line
               WRITE report-line
           END-PERFORM.

       3100-QUEUE-DRIFT-ALERT.
           MOVE ws-mac-machine (mach-idx) TO alert-machine-id
           MOVE "SPEED DRIFT" TO alert-type
           MOVE ws-mac-alert-speed (mach-idx) TO alert-current-speed
           MOVE FUNCTION CURRENT-DATE TO alert-timestamp
           MOVE "I" TO alert-severity-hint
           WRITE alert-queue-record
           ADD 1 TO ws-alerts-queued.

       4000-FINALIZE.
           CLOSE speed-history, alert-queue-file, report-out
           DISPLAY "SPEED DRIFT PASS COMPLETE"
           DISPLAY "  READINGS READ:      " ws-readings-read
           DISPLAY "  IN BAND, CHARTED:   " ws-readings-charted
           DISPLAY "  UNKNOWN MACHINE:    " ws-unknown-readings
           DISPLAY "  DRIFT WARNINGS:     " ws-warnings-total
           DISPLAY "  ALERTS QUEUED:      " ws-alerts-queued.

      *> Value in force for ws-parm-name on ws-parm-as-of (today
      *> when no run date is set).  The registry key carries the
      *> effective date inverted, so the first record at or after
      *> the name and run date is the latest value effective on or
      *> before it.  A registry that will not open, or a parameter
      *> never registered, leaves the program's own default
      *> standing.
       9400-LOOK-UP-PARAMETER.
           SET parm-in-force TO FALSE
           MOVE SPACES TO ws-parm-value
           IF ws-parm-as-of = ZERO
               MOVE FUNCTION CURRENT-DATE (1:8) TO ws-parm-as-of
           END-IF
           OPEN INPUT parm-registry
           IF ws-parm-registry-status = "00"
               MOVE ws-parm-name TO prm-name
               COMPUTE prm-inverse-date = 99999999 - ws-parm-as-of
               START parm-registry KEY IS >= prm-key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ parm-registry NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF prm-name = ws-parm-name
                                   MOVE prm-value TO ws-parm-value
                                   SET parm-in-force TO TRUE
                               END-IF
                       END-READ
               END-START
               CLOSE parm-registry
           END-IF.
