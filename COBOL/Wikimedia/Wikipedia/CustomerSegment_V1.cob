       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-SEGMENT-V1.
      *> Customer recency/frequency/monetary segmentation.  Scores
      *> every live customer on the master (merge tombstones are
      *> not customers) over a trailing window of whole months
      *> ending with the as-of month -- SEGPARM, default 12 -- and
      *> over the same number of months before it:
      *>   - frequency and net spend come off SALESKSDS detail in
      *>     the window (returns netted off the spend, voided sales
      *>     passed by), plus the SALESSUM rollup for any month the
      *>     retention purge has already taken the detail of --
      *>     the rollup deletes what it summarizes, so the two
      *>     never overlap;
      *>   - recency is the latest purchase date on either
      *>     SALESKSDS or the SALE entries on CUSTLEDG, which keeps
      *>     its history when the detail is purged.
      *> Each figure scores 1 (low) to 5 (high) against the bands
      *> in 2600, the scores decide the segment code, and one
      *> CUSTSEG record per customer goes to the segment file the
      *> mail bridge and the campaign team select from.
      *>
      *> The value report lists every high-value customer -- net
      *> spend in the prior window at or over the SEGPARM amount,
      *> default 2000.00 -- whose spend this window has fallen by
      *> the SEGPARM percentage or more (default 50) against that
      *> prior window, so the account team can call before the
      *> customer is lost.  Segment counts close the report.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT customer-file ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS cust-key
               FILE STATUS IS ws-customer-status.

           SELECT sales-ksds ASSIGN TO "SALESKSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ksds-key
               FILE STATUS IS ws-ksds-status.

           SELECT sales-summary ASSIGN TO "SALESSUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sum-key
               FILE STATUS IS ws-summary-status.

           SELECT customer-ledger ASSIGN TO "CUSTLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ledg-key
               FILE STATUS IS ws-ledger-status.

      *> This run's segment file, a generation per run.
           SELECT segment-file ASSIGN TO "CUSTSEG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-segment-status.

      *> Run-parameter registry: the settings that used to come
      *> off one-off control cards, looked up under the card's old
      *> name for the value in force on the run date.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

      *> As-of business date, eight digits.  Defaults to today.
           SELECT asof-parm ASSIGN TO "ASOFDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-asof-status.

           SELECT report-out ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-out-status.

      *> Shared step-timing log; a start and an end stamp per run
      *> feed the weekly batch-window trend report.
           SELECT step-timing ASSIGN TO "STEPTIME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-step-timing-status.

       DATA DIVISION.
       FILE SECTION.
       FD  customer-file.
       COPY CUSTREC.

       FD  sales-ksds.
       COPY SALESKSDS.

       FD  sales-summary.
       COPY SALESSUM.

       FD  customer-ledger.
       COPY CUSTLEDG.

       FD  segment-file
           RECORDING MODE IS F.
       COPY CUSTSEG.

       FD  parm-registry.
       COPY PARMREG.

       FD  asof-parm.
       01  asof-parm-line             PIC X(8).

       FD  report-out.
       01  report-line                PIC X(80).

       FD  step-timing
           RECORDING MODE IS F.
       COPY STEPTIME.

       WORKING-STORAGE SECTION.
       01  ws-step-timing-status      PIC XX.
       01  ws-file-status.
           05  ws-customer-status      PIC XX.
           05  ws-ksds-status          PIC XX.
           05  ws-summary-status       PIC XX.
           05  ws-ledger-status        PIC XX.
           05  ws-segment-status       PIC XX.
           05  ws-asof-status          PIC XX.
           05  ws-report-out-status    PIC XX.

       01  ws-flags.
           05  no-more-customers-sw    PIC X VALUE "N".
               88  no-more-customers   VALUE "Y".
           05  no-more-sales-sw        PIC X VALUE "N".
               88  no-more-sales-for-cust
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  no-more-summaries-sw    PIC X VALUE "N".
               88  no-more-summaries-for-cust
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  no-more-ledger-sw       PIC X VALUE "N".
               88  no-more-ledger-for-cust
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-window-months            PIC 9(2) VALUE 12.
       01  ws-high-value-amount        PIC 9(7)V99 VALUE 2000.
       01  ws-drop-pct                 PIC 9(3) VALUE 50.

       01  ws-asof-date                PIC 9(8).
       01  ws-asof-integer             PIC 9(9).
       01  ws-purchase-integer         PIC 9(9).

      *> Periods as YYYYMM, counted in months (year * 12 + month
      *> - 1) for the window arithmetic.
       01  ws-month-number             PIC 9(7).
       01  ws-work-year                PIC 9(4).
       01  ws-work-month               PIC 9(2).
       01  ws-work-period.
           05  ws-wp-year              PIC 9(4).
           05  ws-wp-month             PIC 9(2).
       01  ws-work-period-n REDEFINES ws-work-period
                                       PIC 9(6).
       01  ws-asof-month-number        PIC 9(7).
       01  ws-window-from              PIC 9(6).
       01  ws-window-to                PIC 9(6).
       01  ws-prior-from               PIC 9(6).
       01  ws-prior-to                 PIC 9(6).
       01  ws-scan-from-date           PIC 9(8).
       01  ws-record-period            PIC 9(6).

       01  ws-customer-figures.
           05  ws-last-purchase-date   PIC 9(8).
           05  ws-days-since-purchase  PIC 9(5).
           05  ws-frequency            PIC 9(5).
           05  ws-net-spend            PIC S9(9)V99.
           05  ws-prior-frequency      PIC 9(5).
           05  ws-prior-net-spend      PIC S9(9)V99.
           05  ws-spend-drop           PIC S9(9)V99.
           05  ws-drop-pct-actual      PIC 9(3).

       01  ws-segment-counts.
           05  ws-cnt-champion         PIC 9(7) VALUE ZERO.
           05  ws-cnt-loyal            PIC 9(7) VALUE ZERO.
           05  ws-cnt-new              PIC 9(7) VALUE ZERO.
           05  ws-cnt-at-risk          PIC 9(7) VALUE ZERO.
           05  ws-cnt-lapsed           PIC 9(7) VALUE ZERO.
           05  ws-cnt-regular          PIC 9(7) VALUE ZERO.
           05  ws-cnt-no-purchase      PIC 9(7) VALUE ZERO.

       01  ws-run-totals.
           05  ws-customers-read       PIC 9(7) VALUE ZERO.
           05  ws-customers-scored     PIC 9(7) VALUE ZERO.
           05  ws-drops-reported       PIC 9(7) VALUE ZERO.

       01  ws-drop-line.
           05  ws-drl-cust-key         PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-drl-last-name        PIC X(18).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-drl-segment          PIC X(2).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-drl-prior-spend      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-drl-net-spend        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-drl-drop-pct         PIC ZZ9.
           05  FILLER                  PIC X(2) VALUE "% ".
           05  ws-drl-last-purchase    PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACES.

       01  ws-count-line.
           05  ws-cnl-label            PIC X(24).
           05  ws-cnl-count            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

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

      *> SEGPARM, off the run-parameter registry.
      *> Segmentation card: window in months (2, columns 1-2),
      *> high-value threshold in whole currency units (7, columns
      *> 3-9), drop percentage (3, columns 10-12).  Defaults 12,
      *> 2000 and 50.
       01  segment-parm-card.
           05  sgp-window-months       PIC 9(2).
           05  sgp-high-value          PIC 9(7).
           05  sgp-drop-pct            PIC 9(3).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CUSTOMERS
               UNTIL no-more-customers
           PERFORM 3000-FINALIZE
           PERFORM 9810-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-ASOF-PARM
           PERFORM 1150-READ-SEGMENT-PARM
           PERFORM 1200-SET-WINDOWS
           OPEN INPUT customer-file
           OPEN INPUT sales-ksds
           OPEN INPUT sales-summary
           OPEN INPUT customer-ledger
           OPEN OUTPUT segment-file
           OPEN OUTPUT report-out
           MOVE "HIGH-VALUE CUSTOMERS - ACTIVITY DROPPED" TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING "WINDOW " ws-window-from " TO " ws-window-to
               "  PRIOR " ws-prior-from " TO " ws-prior-to
               DELIMITED BY SIZE
               INTO report-line
           WRITE report-line
           MOVE "CUSTOMER   NAME               SG    PRIOR SPEND"
               TO report-line
           MOVE "   WINDOW SPEND DROP LAST BUY" TO report-line (50:)
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

       1150-READ-SEGMENT-PARM.
           MOVE ws-asof-date TO ws-parm-as-of
           MOVE "SEGPARM" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO segment-parm-card
               IF sgp-window-months IS NUMERIC
                   AND sgp-window-months > ZERO
                   MOVE sgp-window-months
                       TO ws-window-months
               END-IF
               IF sgp-high-value IS NUMERIC
                   AND sgp-high-value > ZERO
                   MOVE sgp-high-value
                       TO ws-high-value-amount
               END-IF
               IF sgp-drop-pct IS NUMERIC
                   AND sgp-drop-pct > ZERO
                   MOVE sgp-drop-pct TO ws-drop-pct
               END-IF
           END-IF.

      *> The window is the as-of month and the months before it;
      *> the prior window is the same length again, immediately
      *> before.
       1200-SET-WINDOWS.
           MOVE ws-asof-date (1:6) TO ws-window-to
           MOVE ws-window-to TO ws-work-period-n
           COMPUTE ws-asof-month-number =
               ws-wp-year * 12 + ws-wp-month - 1
           COMPUTE ws-month-number =
               ws-asof-month-number - ws-window-months + 1
           PERFORM 1250-MONTH-NUMBER-TO-PERIOD
           MOVE ws-work-period-n TO ws-window-from
           COMPUTE ws-month-number =
               ws-asof-month-number - ws-window-months
           PERFORM 1250-MONTH-NUMBER-TO-PERIOD
           MOVE ws-work-period-n TO ws-prior-to
           COMPUTE ws-month-number =
               ws-asof-month-number - (2 * ws-window-months) + 1
           PERFORM 1250-MONTH-NUMBER-TO-PERIOD
           MOVE ws-work-period-n TO ws-prior-from
           MOVE ws-prior-from TO ws-scan-from-date (1:6)
           MOVE "01" TO ws-scan-from-date (7:2).

       1250-MONTH-NUMBER-TO-PERIOD.
           DIVIDE ws-month-number BY 12
               GIVING ws-work-year REMAINDER ws-work-month
           MOVE ws-work-year TO ws-wp-year
           COMPUTE ws-wp-month = ws-work-month + 1.

       2000-PROCESS-CUSTOMERS.
           READ customer-file
               AT END
                   SET no-more-customers TO TRUE
           END-READ
           IF NOT no-more-customers
               ADD 1 TO ws-customers-read
               IF NOT cust-merged-away
                   PERFORM 2100-SCORE-CUSTOMER
               END-IF
           END-IF.

       2100-SCORE-CUSTOMER.
           INITIALIZE ws-customer-figures
           PERFORM 2200-GATHER-SALES-DETAIL
           PERFORM 2300-GATHER-SALES-SUMMARY
           PERFORM 2400-GATHER-LEDGER-RECENCY
           IF ws-last-purchase-date NOT = ZERO
               COMPUTE ws-purchase-integer =
                   FUNCTION INTEGER-OF-DATE (ws-last-purchase-date)
               IF ws-asof-integer > ws-purchase-integer
                   COMPUTE ws-days-since-purchase =
                       ws-asof-integer - ws-purchase-integer
               END-IF
           END-IF
           PERFORM 2600-SCORE-AND-SEGMENT
           PERFORM 2700-WRITE-SEGMENT
           PERFORM 2800-CHECK-ACTIVITY-DROP
           ADD 1 TO ws-customers-scored.

      *> Detail still on file for the two windows.  A return nets
      *> off the spend of the window it fell in but is not a
      *> purchase; a voided sale never happened.
       2200-GATHER-SALES-DETAIL.
           MOVE cust-key TO ksds-cust-key
           MOVE ws-scan-from-date TO ksds-date
           MOVE ZERO TO ksds-seq
           START sales-ksds KEY IS >= ksds-key
               INVALID KEY
                   SET no-more-sales-for-cust TO TRUE
               NOT INVALID KEY
                   SET no-more-sales-for-cust TO FALSE
           END-START
           PERFORM UNTIL no-more-sales-for-cust
               READ sales-ksds NEXT RECORD
                   AT END
                       SET no-more-sales-for-cust TO TRUE
               END-READ
               IF NOT no-more-sales-for-cust
                   IF ksds-cust-key = cust-key
                       AND ksds-date (1:6) <= ws-window-to
                       IF NOT ksds-voided-txn
                           AND NOT ksds-shipped-txn
                           PERFORM 2250-TALLY-ONE-SALE
                       END-IF
                   ELSE
                       SET no-more-sales-for-cust TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       2250-TALLY-ONE-SALE.
           MOVE ksds-date (1:6) TO ws-record-period
           IF ksds-sale-txn
               IF ksds-date > ws-last-purchase-date
                   MOVE ksds-date TO ws-last-purchase-date
               END-IF
               IF ws-record-period >= ws-window-from
                   ADD 1 TO ws-frequency
                   ADD ksds-amount TO ws-net-spend
               ELSE
                   ADD 1 TO ws-prior-frequency
                   ADD ksds-amount TO ws-prior-net-spend
               END-IF
           ELSE
               IF ws-record-period >= ws-window-from
                   SUBTRACT ksds-amount FROM ws-net-spend
               ELSE
                   SUBTRACT ksds-amount FROM ws-prior-net-spend
               END-IF
           END-IF.

      *> Months whose detail the rollup has purged.  The rolled-up
      *> amount is already net of returns; the rolled-up count is
      *> taken as the month's purchases.
       2300-GATHER-SALES-SUMMARY.
           MOVE cust-key TO sum-cust-key
           MOVE ws-prior-from TO sum-period
           START sales-summary KEY IS >= sum-key
               INVALID KEY
                   SET no-more-summaries-for-cust TO TRUE
               NOT INVALID KEY
                   SET no-more-summaries-for-cust TO FALSE
           END-START
           PERFORM UNTIL no-more-summaries-for-cust
               READ sales-summary NEXT RECORD
                   AT END
                       SET no-more-summaries-for-cust TO TRUE
               END-READ
               IF NOT no-more-summaries-for-cust
                   IF sum-cust-key = cust-key
                       AND sum-period <= ws-window-to
                       IF sum-period >= ws-window-from
                           ADD sum-count TO ws-frequency
                           ADD sum-amount TO ws-net-spend
                       ELSE
                           ADD sum-count TO ws-prior-frequency
                           ADD sum-amount TO ws-prior-net-spend
                       END-IF
                   ELSE
                       SET no-more-summaries-for-cust TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *> The ledger keeps every SALE entry after the detail is
      *> purged, so a customer whose last purchase predates the
      *> retention window still gets a true recency.
       2400-GATHER-LEDGER-RECENCY.
           MOVE cust-key TO ledg-cust-key
           MOVE ZERO TO ledg-date
           MOVE ZERO TO ledg-seq
           START customer-ledger KEY IS >= ledg-key
               INVALID KEY
                   SET no-more-ledger-for-cust TO TRUE
               NOT INVALID KEY
                   SET no-more-ledger-for-cust TO FALSE
           END-START
           PERFORM UNTIL no-more-ledger-for-cust
               READ customer-ledger NEXT RECORD
                   AT END
                       SET no-more-ledger-for-cust TO TRUE
               END-READ
               IF NOT no-more-ledger-for-cust
                   IF ledg-cust-key = cust-key
                       IF ledg-sale-txn
                           AND ledg-date > ws-last-purchase-date
                           MOVE ledg-date TO ws-last-purchase-date
                       END-IF
                   ELSE
                       SET no-more-ledger-for-cust TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *> Score bands.  Recency in days since the last purchase;
      *> frequency in purchases over the window; monetary in net
      *> spend over the window.
       2600-SCORE-AND-SEGMENT.
           MOVE cust-key TO seg-cust-key
           EVALUATE TRUE
               WHEN ws-last-purchase-date = ZERO
                   MOVE 1 TO seg-recency-score
               WHEN ws-days-since-purchase <= 30
                   MOVE 5 TO seg-recency-score
               WHEN ws-days-since-purchase <= 90
                   MOVE 4 TO seg-recency-score
               WHEN ws-days-since-purchase <= 180
                   MOVE 3 TO seg-recency-score
               WHEN ws-days-since-purchase <= 365
                   MOVE 2 TO seg-recency-score
               WHEN OTHER
                   MOVE 1 TO seg-recency-score
           END-EVALUATE
           EVALUATE TRUE
               WHEN ws-frequency >= 24
                   MOVE 5 TO seg-frequency-score
               WHEN ws-frequency >= 12
                   MOVE 4 TO seg-frequency-score
               WHEN ws-frequency >= 6
                   MOVE 3 TO seg-frequency-score
               WHEN ws-frequency >= 2
                   MOVE 2 TO seg-frequency-score
               WHEN OTHER
                   MOVE 1 TO seg-frequency-score
           END-EVALUATE
           EVALUATE TRUE
               WHEN ws-net-spend >= 5000
                   MOVE 5 TO seg-monetary-score
               WHEN ws-net-spend >= 2000
                   MOVE 4 TO seg-monetary-score
               WHEN ws-net-spend >= 500
                   MOVE 3 TO seg-monetary-score
               WHEN ws-net-spend >= 100
                   MOVE 2 TO seg-monetary-score
               WHEN OTHER
                   MOVE 1 TO seg-monetary-score
           END-EVALUATE
      *> First match wins: best customers, then the slipping ones
      *> worth saving, then the gone, the loyal and the new.
           EVALUATE TRUE
               WHEN ws-last-purchase-date = ZERO
                   SET seg-no-purchase TO TRUE
                   ADD 1 TO ws-cnt-no-purchase
               WHEN seg-recency-score >= 4
                   AND seg-frequency-score >= 4
                   AND seg-monetary-score >= 4
                   SET seg-champion TO TRUE
                   ADD 1 TO ws-cnt-champion
               WHEN seg-recency-score <= 2
                   AND (ws-prior-net-spend >= ws-high-value-amount
                       OR seg-monetary-score >= 4)
                   SET seg-at-risk TO TRUE
                   ADD 1 TO ws-cnt-at-risk
               WHEN seg-recency-score = 1
                   SET seg-lapsed TO TRUE
                   ADD 1 TO ws-cnt-lapsed
               WHEN seg-frequency-score >= 4
                   SET seg-loyal TO TRUE
                   ADD 1 TO ws-cnt-loyal
               WHEN seg-recency-score >= 4
                   AND ws-prior-frequency = ZERO
                   SET seg-new TO TRUE
                   ADD 1 TO ws-cnt-new
               WHEN OTHER
                   SET seg-regular TO TRUE
                   ADD 1 TO ws-cnt-regular
           END-EVALUATE.

       2700-WRITE-SEGMENT.
           MOVE ws-last-purchase-date TO seg-last-purchase-date
           MOVE ws-days-since-purchase TO seg-days-since-purchase
           MOVE ws-frequency TO seg-frequency
           MOVE ws-net-spend TO seg-net-spend
           MOVE ws-prior-frequency TO seg-prior-frequency
           MOVE ws-prior-net-spend TO seg-prior-net-spend
           MOVE ws-window-from TO seg-window-from
           MOVE ws-window-to TO seg-window-to
           MOVE cust-delivery-pref TO seg-delivery-pref
           MOVE cust-email TO seg-email
           MOVE FUNCTION CURRENT-DATE TO seg-timestamp
           WRITE customer-segment-record.

      *> Against the customer's own prior window: high value then,
      *> and this window's spend down by the drop percentage or
      *> more.
       2800-CHECK-ACTIVITY-DROP.
           IF ws-prior-net-spend >= ws-high-value-amount
               COMPUTE ws-spend-drop =
                   ws-prior-net-spend - ws-net-spend
               IF ws-spend-drop * 100
                       >= ws-prior-net-spend * ws-drop-pct
                   COMPUTE ws-drop-pct-actual ROUNDED =
                       ws-spend-drop * 100 / ws-prior-net-spend
                       ON SIZE ERROR
                           MOVE 999 TO ws-drop-pct-actual
                   END-COMPUTE
                   MOVE cust-key TO ws-drl-cust-key
                   MOVE cust-last-name TO ws-drl-last-name
                   MOVE seg-code TO ws-drl-segment
                   MOVE ws-prior-net-spend TO ws-drl-prior-spend
                   MOVE ws-net-spend TO ws-drl-net-spend
                   MOVE ws-drop-pct-actual TO ws-drl-drop-pct
                   MOVE ws-last-purchase-date
                       TO ws-drl-last-purchase
                   MOVE ws-drop-line TO report-line
                   WRITE report-line
                   ADD 1 TO ws-drops-reported
               END-IF
           END-IF.

       3000-FINALIZE.
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "SEGMENT COUNTS" TO report-line
           WRITE report-line
           MOVE "CH CHAMPION" TO ws-cnl-label
           MOVE ws-cnt-champion TO ws-cnl-count
           PERFORM 3100-PRINT-COUNT
           MOVE "LY LOYAL" TO ws-cnl-label
           MOVE ws-cnt-loyal TO ws-cnl-count
           PERFORM 3100-PRINT-COUNT
           MOVE "NW NEW" TO ws-cnl-label
           MOVE ws-cnt-new TO ws-cnl-count
           PERFORM 3100-PRINT-COUNT
           MOVE "AR AT RISK" TO ws-cnl-label
           MOVE ws-cnt-at-risk TO ws-cnl-count
           PERFORM 3100-PRINT-COUNT
           MOVE "LP LAPSED" TO ws-cnl-label
           MOVE ws-cnt-lapsed TO ws-cnl-count
           PERFORM 3100-PRINT-COUNT
           MOVE "RG REGULAR" TO ws-cnl-label
           MOVE ws-cnt-regular TO ws-cnl-count
           PERFORM 3100-PRINT-COUNT
           MOVE "NP NO PURCHASE" TO ws-cnl-label
           MOVE ws-cnt-no-purchase TO ws-cnl-count
           PERFORM 3100-PRINT-COUNT
           CLOSE customer-file, sales-ksds, sales-summary,
               customer-ledger, segment-file, report-out
           DISPLAY "CUSTOMER SEGMENTATION COMPLETE"
           DISPLAY "  CUSTOMERS READ:     " ws-customers-read
           DISPLAY "  CUSTOMERS SCORED:   " ws-customers-scored
           DISPLAY "  DROPS REPORTED:     " ws-drops-reported.

       3100-PRINT-COUNT.
           MOVE ws-count-line TO report-line
           WRITE report-line.

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

      *> One start and one end stamp per run, appended to the
      *> shared step-timing log the batch-window trend report
      *> pairs up.  EXTEND with the first-run OUTPUT fallback, the
      *> same pattern the RUNSTATS writers use.
       9800-LOG-STEP-START.
           MOVE "S" TO stp-phase
           PERFORM 9850-WRITE-STEP-STAMP.

       9810-LOG-STEP-END.
           MOVE "E" TO stp-phase
           PERFORM 9850-WRITE-STEP-STAMP.

       9850-WRITE-STEP-STAMP.
           OPEN EXTEND step-timing
           IF ws-step-timing-status NOT = "00"
               OPEN OUTPUT step-timing
           END-IF
           MOVE "CUSTSEG" TO stp-step-name
           MOVE FUNCTION CURRENT-DATE TO stp-timestamp
           WRITE step-timing-record
           CLOSE step-timing.
