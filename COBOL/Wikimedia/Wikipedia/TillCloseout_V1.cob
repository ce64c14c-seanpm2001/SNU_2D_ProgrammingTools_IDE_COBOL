       IDENTIFICATION DIVISION.
       PROGRAM-ID. TILL-CLOSEOUT-V1.
      *> Nightly till close-out reconciliation.  The stores send a
      *> close-out card per drawer pull with the cash and card
      *> slips the cashier counted at shift end; this step proves
      *> each one against what the cashier actually rang:
      *>   - expected is net posted sales on SALESKSDS for the
      *>     store, cashier and business date -- sales less
      *>     returns, voided records passed by the way every other
      *>     sales reader passes them;
      *>   - the difference (counted less expected) prints on the
      *>     over/short exception report when it falls outside the
      *>     TILLPARM tolerance, and a cashier who rang sales that
      *>     day with no close-out card at all prints there too;
      *>   - every non-zero difference is journalled to the cash
      *>     over/short account against cash on GLTILL, which is
      *>     concatenated into the trial balance's transaction
      *>     input the way GLWRTOFF is;
      *>   - every proved till is appended to TILLHIST, and a
      *>     cashier short beyond tolerance on the TILLPARM number
      *>     of nights within the trailing lookback lists on the
      *>     separate loss-prevention report.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Tonight's close-out feed from the stores.
           SELECT till-close-file ASSIGN TO "TILLCLOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-till-close-status.

           SELECT sales-ksds ASSIGN TO "SALESKSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ksds-key
               FILE STATUS IS ws-sales-ksds-status.

      *> Over/short history; appended nightly, read back whole for
      *> the trailing shortage pattern.
           SELECT till-hist-file ASSIGN TO "TILLHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-till-hist-status.

      *> Over/short GL legs in GLTRANS card layout.
           SELECT till-gl ASSIGN TO "GLTILL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-till-gl-status.

      *> Run-parameter registry: the settings that used to come
      *> off one-off control cards, looked up under the card's old
      *> name for the value in force on the run date.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

      *> Business date card the date roll maintains; stamps the
      *> history records and anchors the lookback.
           SELECT busdate-card ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-busdate-status.

           SELECT report-out ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-out-status.

      *> Loss-prevention listing, routed apart from the store
      *> operations report.
           SELECT loss-prev-out ASSIGN TO "LOSSPREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-loss-prev-status.

      *> Shared step-timing log; a start and an end stamp per run
      *> feed the weekly batch-window trend report.
           SELECT step-timing ASSIGN TO "STEPTIME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-step-timing-status.

       DATA DIVISION.
       FILE SECTION.
       FD  till-close-file
           RECORDING MODE IS F.
       COPY TILLCLOS.

       FD  sales-ksds.
       COPY SALESKSDS.

       FD  till-hist-file
           RECORDING MODE IS F.
       COPY TILLHIST.

       FD  till-gl
           RECORDING MODE IS F.
       01  till-txn-record.
           05  tgl-acct-no              PIC X(6).
           05  tgl-debit-amount         PIC 9(9)V99.
           05  tgl-credit-amount        PIC 9(9)V99.

       FD  parm-registry.
       COPY PARMREG.

       FD  busdate-card.
       01  busdate-line                PIC X(8).

       FD  report-out.
       01  report-line                 PIC X(80).

       FD  loss-prev-out.
       01  loss-prev-line              PIC X(80).

       FD  step-timing
           RECORDING MODE IS F.
       COPY STEPTIME.

       WORKING-STORAGE SECTION.
       01  ws-step-timing-status      PIC XX.
       01  ws-file-status.
           05  ws-till-close-status     PIC XX.
           05  ws-sales-ksds-status     PIC XX.
           05  ws-till-hist-status      PIC XX.
           05  ws-till-gl-status        PIC XX.
           05  ws-busdate-status        PIC XX.
           05  ws-report-out-status     PIC XX.
           05  ws-loss-prev-status      PIC XX.

       01  ws-flags.
           05  no-more-tills-sw         PIC X VALUE "N".
               88  no-more-tills        VALUE "Y".
           05  no-more-sales-sw         PIC X VALUE "N".
               88  no-more-sales        VALUE "Y".
           05  no-more-history-sw       PIC X VALUE "N".
               88  no-more-history      VALUE "Y".
           05  tally-dropped-sw         PIC X VALUE "N".
               88  tally-dropped
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  history-open-sw          PIC X VALUE "N".
               88  history-open         VALUE "Y".

       01  ws-tolerance                 PIC 9(5)V99 VALUE 5.00.
       01  ws-short-nights              PIC 9(2) VALUE 3.
       01  ws-lookback-days             PIC 9(3) VALUE 30.
       01  ws-tolerance-edit            PIC ZZ,ZZ9.99.

       01  ws-posting-busdate           PIC 9(8).
       01  ws-busdate-integer           PIC 9(9).
       01  ws-hist-integer              PIC 9(9).
       01  ws-hist-age                  PIC S9(9).

      *> Earliest and latest business date on tonight's feed; the
      *> sales sweep only looks inside this window.
       01  ws-feed-window.
           05  ws-feed-date-from        PIC 9(8) VALUE 99999999.
           05  ws-feed-date-to          PIC 9(8) VALUE ZERO.

      *> Cash over/short account, and cash as in the journal step.
      *> The over/short account needs its COAFILE card or the trial
      *> balance will route the posting to its exception file.
       01  ws-gl-accounts.
           05  ws-acct-cash             PIC X(6) VALUE "100000".
           05  ws-acct-over-short       PIC X(6) VALUE "610000".

      *> One slot per store/cashier/business date: counted off the
      *> close-out feed, expected off the sales sweep.  A slot the
      *> sweep opened for a cashier with no close-out card keeps
      *> the no-close-out flag.
       01  ws-till-table.
           05  ws-till-count            PIC 9(4) VALUE ZERO.
           05  ws-till-tbl OCCURS 3000 TIMES INDEXED BY til-idx.
               10  ws-til-store         PIC 9(4).
               10  ws-til-cashier       PIC X(6).
               10  ws-til-date          PIC 9(8).
               10  ws-til-counted       PIC 9(9)V99.
               10  ws-til-expected      PIC S9(9)V99.
               10  ws-til-closeout-sw   PIC X.
                   88  ws-til-closed-out VALUE "Y".

       01  ws-lookup-store              PIC 9(4).
       01  ws-lookup-cashier            PIC X(6).
       01  ws-lookup-date               PIC 9(8).

      *> Shortage nights per store/cashier inside the lookback.
       01  ws-short-table.
           05  ws-sht-count             PIC 9(4) VALUE ZERO.
           05  ws-sht-tbl OCCURS 2000 TIMES INDEXED BY sht-idx.
               10  ws-sht-store         PIC 9(4).
               10  ws-sht-cashier       PIC X(6).
               10  ws-sht-nights        PIC 9(3).
               10  ws-sht-amount        PIC S9(9)V99.
               10  ws-sht-last-date     PIC 9(8).

       01  ws-difference                PIC S9(9)V99.
       01  ws-abs-difference            PIC 9(9)V99.

       01  ws-run-totals.
           05  ws-tills-read            PIC 9(7) VALUE ZERO.
           05  ws-tills-proved          PIC 9(7) VALUE ZERO.
           05  ws-tills-excepted        PIC 9(7) VALUE ZERO.
           05  ws-tills-missing         PIC 9(7) VALUE ZERO.
           05  ws-total-over            PIC 9(11)V99 VALUE ZERO.
           05  ws-total-short           PIC 9(11)V99 VALUE ZERO.
           05  ws-cashiers-listed       PIC 9(5) VALUE ZERO.

       01  ws-exception-line.
           05  ws-exc-store             PIC 9(4).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  ws-exc-cashier           PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  ws-exc-date              PIC 9(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  ws-exc-expected          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  ws-exc-counted           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  ws-exc-difference        PIC -ZZZ,ZZ9.99.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  ws-exc-result            PIC X(12).

       01  ws-loss-prev-detail.
           05  ws-lpd-store             PIC 9(4).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  ws-lpd-cashier           PIC X(6).
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  ws-lpd-nights            PIC ZZ9.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  ws-lpd-amount            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  ws-lpd-last-date         PIC 9(8).
           05  FILLER                   PIC X(20) VALUE SPACES.

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

      *> TILLPARM, off the run-parameter registry.
      *> Parameter card: tolerance, PIC 9(5)V99, columns 1-7;
      *> shortage nights that make a pattern, PIC 9(2), columns
      *> 8-9; lookback days, PIC 9(3), columns 10-12.  Defaults:
      *> 5.00, 3 nights, 30 days.
       01  till-parm-line.
           05  tlp-tolerance            PIC 9(5)V99.
           05  tlp-short-nights         PIC 9(2).
           05  tlp-lookback-days        PIC 9(3).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 1300-LOAD-CLOSEOUTS
               UNTIL no-more-tills
           PERFORM 2000-SWEEP-SALES
               UNTIL no-more-sales
           PERFORM 3000-RECONCILE-TILLS
           PERFORM 3900-OPEN-HISTORY
           PERFORM 4000-TALLY-SHORTAGE-HISTORY
               UNTIL no-more-history
           PERFORM 4500-PRINT-LOSS-PREVENTION
           PERFORM 5000-FINALIZE
           PERFORM 9810-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1250-READ-BUSDATE
           PERFORM 1100-READ-TILL-PARM
           OPEN INPUT till-close-file
           OPEN INPUT sales-ksds
           OPEN OUTPUT till-gl
           OPEN OUTPUT report-out
           OPEN OUTPUT loss-prev-out
           MOVE "TILL CLOSE-OUT OVER/SHORT EXCEPTIONS" TO report-line
           WRITE report-line
           MOVE "STOR  CASHR   DATE             EXPECTED"
               & "        COUNTED  DIFFERENCE RESULT"
               TO report-line
           WRITE report-line.

       1100-READ-TILL-PARM.
           MOVE ws-posting-busdate TO ws-parm-as-of
           MOVE "TILLPARM" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO till-parm-line
               MOVE tlp-tolerance TO ws-tolerance
               MOVE tlp-short-nights TO ws-short-nights
               MOVE tlp-lookback-days TO ws-lookback-days
           END-IF.

       1250-READ-BUSDATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ws-posting-busdate
           OPEN INPUT busdate-card
           IF ws-busdate-status = "00"
               READ busdate-card
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE busdate-line TO ws-posting-busdate
               END-READ
               CLOSE busdate-card
           END-IF
           COMPUTE ws-busdate-integer =
               FUNCTION INTEGER-OF-DATE (ws-posting-busdate).

       1300-LOAD-CLOSEOUTS.
           READ till-close-file
               AT END
                   SET no-more-tills TO TRUE
           END-READ
           IF NOT no-more-tills
               ADD 1 TO ws-tills-read
               MOVE till-store-no TO ws-lookup-store
               MOVE till-cashier-id TO ws-lookup-cashier
               MOVE till-business-date TO ws-lookup-date
               PERFORM 8100-FIND-TILL-SLOT
               IF NOT tally-dropped
                   MOVE "Y" TO ws-til-closeout-sw (til-idx)
                   ADD till-counted-cash TO ws-til-counted (til-idx)
                   ADD till-counted-card TO ws-til-counted (til-idx)
                   IF till-business-date < ws-feed-date-from
                       MOVE till-business-date TO ws-feed-date-from
                   END-IF
                   IF till-business-date > ws-feed-date-to
                       MOVE till-business-date TO ws-feed-date-to
                   END-IF
               END-IF
           END-IF.

      *> Sales outside the feed's dates are not tonight's business.
      *> Web and phone order lines never pass through a till.
       2000-SWEEP-SALES.
           READ sales-ksds NEXT RECORD
               AT END
                   SET no-more-sales TO TRUE
           END-READ
           IF NOT no-more-sales
               IF ksds-date >= ws-feed-date-from
                   AND ksds-date <= ws-feed-date-to
                   AND NOT ksds-voided-txn
                   AND NOT ksds-order-channel
                   MOVE ksds-store-no TO ws-lookup-store
                   MOVE ksds-cashier-id TO ws-lookup-cashier
                   MOVE ksds-date TO ws-lookup-date
                   PERFORM 8100-FIND-TILL-SLOT
                   IF NOT tally-dropped
                       IF ksds-return-txn
                           SUBTRACT ksds-amount
                               FROM ws-til-expected (til-idx)
                       ELSE
                           ADD ksds-amount
                               TO ws-til-expected (til-idx)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3000-RECONCILE-TILLS.
           OPEN EXTEND till-hist-file
           IF ws-till-hist-status NOT = "00"
               OPEN OUTPUT till-hist-file
           END-IF
           PERFORM VARYING til-idx FROM 1 BY 1
                   UNTIL til-idx > ws-till-count
               IF ws-til-closed-out (til-idx)
                   PERFORM 3100-PROVE-ONE-TILL
               ELSE
                   PERFORM 3300-REPORT-MISSING-CLOSEOUT
               END-IF
           END-PERFORM
           CLOSE till-hist-file.

       3100-PROVE-ONE-TILL.
           ADD 1 TO ws-tills-proved
           COMPUTE ws-difference =
               ws-til-counted (til-idx) - ws-til-expected (til-idx)
           IF ws-difference < ZERO
               COMPUTE ws-abs-difference = ZERO - ws-difference
           ELSE
               MOVE ws-difference TO ws-abs-difference
           END-IF
           MOVE ws-til-store (til-idx) TO th-store-no
           MOVE ws-til-cashier (til-idx) TO th-cashier-id
           MOVE ws-til-date (til-idx) TO th-business-date
           MOVE ws-til-expected (til-idx) TO th-expected
           MOVE ws-til-counted (til-idx) TO th-counted
           MOVE ws-difference TO th-difference
           MOVE ws-posting-busdate TO th-posting-date
           IF ws-abs-difference > ws-tolerance
               IF ws-difference < ZERO
                   SET th-short TO TRUE
               ELSE
                   SET th-over TO TRUE
               END-IF
               PERFORM 3150-PRINT-EXCEPTION
           ELSE
               SET th-in-tolerance TO TRUE
           END-IF
           WRITE till-hist-record
           IF ws-difference NOT = ZERO
               PERFORM 3200-JOURNAL-OVER-SHORT
           END-IF.

       3150-PRINT-EXCEPTION.
           ADD 1 TO ws-tills-excepted
           MOVE SPACES TO ws-exception-line
           MOVE ws-til-store (til-idx) TO ws-exc-store
           MOVE ws-til-cashier (til-idx) TO ws-exc-cashier
           MOVE ws-til-date (til-idx) TO ws-exc-date
           MOVE ws-til-expected (til-idx) TO ws-exc-expected
           MOVE ws-til-counted (til-idx) TO ws-exc-counted
           MOVE ws-difference TO ws-exc-difference
           IF th-short
               MOVE "SHORT" TO ws-exc-result
           ELSE
               MOVE "OVER" TO ws-exc-result
           END-IF
           MOVE ws-exception-line TO report-line
           WRITE report-line.

      *> A short drawer debits over/short and credits cash; an over
      *> drawer the reverse.
       3200-JOURNAL-OVER-SHORT.
           IF ws-difference < ZERO
               MOVE ws-acct-over-short TO tgl-acct-no
               MOVE ws-abs-difference TO tgl-debit-amount
               MOVE ZERO TO tgl-credit-amount
               WRITE till-txn-record
               MOVE ws-acct-cash TO tgl-acct-no
               MOVE ZERO TO tgl-debit-amount
               MOVE ws-abs-difference TO tgl-credit-amount
               WRITE till-txn-record
               ADD ws-abs-difference TO ws-total-short
           ELSE
               MOVE ws-acct-cash TO tgl-acct-no
               MOVE ws-abs-difference TO tgl-debit-amount
               MOVE ZERO TO tgl-credit-amount
               WRITE till-txn-record
               MOVE ws-acct-over-short TO tgl-acct-no
               MOVE ZERO TO tgl-debit-amount
               MOVE ws-abs-difference TO tgl-credit-amount
               WRITE till-txn-record
               ADD ws-abs-difference TO ws-total-over
           END-IF.

      *> Sales rung with no drawer turned in: nothing to prove or
      *> journal, but the store hears about it.
       3300-REPORT-MISSING-CLOSEOUT.
           ADD 1 TO ws-tills-missing
           MOVE SPACES TO ws-exception-line
           MOVE ws-til-store (til-idx) TO ws-exc-store
           MOVE ws-til-cashier (til-idx) TO ws-exc-cashier
           MOVE ws-til-date (til-idx) TO ws-exc-date
           MOVE ws-til-expected (til-idx) TO ws-exc-expected
           MOVE "NO CLOSE-OUT" TO ws-exc-result
           MOVE ws-exception-line TO report-line
           WRITE report-line.

      *> History includes tonight's records, appended above.
       3900-OPEN-HISTORY.
           OPEN INPUT till-hist-file
           IF ws-till-hist-status = "00"
               SET history-open TO TRUE
           ELSE
               SET no-more-history TO TRUE
           END-IF.

       4000-TALLY-SHORTAGE-HISTORY.
           READ till-hist-file
               AT END
                   SET no-more-history TO TRUE
           END-READ
           IF NOT no-more-history
               IF th-short
                   AND th-business-date NOT = ZERO
                   PERFORM 4100-TALLY-ONE-SHORTAGE
               END-IF
           END-IF.

       4100-TALLY-ONE-SHORTAGE.
           COMPUTE ws-hist-integer =
               FUNCTION INTEGER-OF-DATE (th-business-date)
           COMPUTE ws-hist-age = ws-busdate-integer - ws-hist-integer
           IF ws-hist-age >= ZERO
               AND ws-hist-age < ws-lookback-days
               SET tally-dropped TO FALSE
               SET sht-idx TO 1
               SEARCH ws-sht-tbl
                   AT END
                       SET tally-dropped TO TRUE
                       DISPLAY "SHORTAGE TABLE FULL - "
                           th-store-no " " th-cashier-id " DROPPED"
                   WHEN sht-idx > ws-sht-count
                       ADD 1 TO ws-sht-count
                       MOVE th-store-no TO ws-sht-store (sht-idx)
                       MOVE th-cashier-id TO ws-sht-cashier (sht-idx)
                       MOVE ZERO TO ws-sht-nights (sht-idx)
                       MOVE ZERO TO ws-sht-amount (sht-idx)
                       MOVE ZERO TO ws-sht-last-date (sht-idx)
                   WHEN ws-sht-store (sht-idx) = th-store-no
                       AND ws-sht-cashier (sht-idx) = th-cashier-id
                       CONTINUE
               END-SEARCH
               IF NOT tally-dropped
                   ADD 1 TO ws-sht-nights (sht-idx)
                   ADD th-difference TO ws-sht-amount (sht-idx)
                   IF th-business-date > ws-sht-last-date (sht-idx)
                       MOVE th-business-date
                           TO ws-sht-last-date (sht-idx)
                   END-IF
               END-IF
           END-IF.

       4500-PRINT-LOSS-PREVENTION.
           MOVE "TILL SHORTAGE PATTERN - LOSS PREVENTION REVIEW"
               TO loss-prev-line
           WRITE loss-prev-line
           MOVE ws-tolerance TO ws-tolerance-edit
           MOVE SPACES TO loss-prev-line
           STRING "SHORT BEYOND " ws-tolerance-edit " ON "
               ws-short-nights
               " OR MORE NIGHTS IN " ws-lookback-days " DAYS TO "
               ws-posting-busdate
               DELIMITED BY SIZE INTO loss-prev-line
           WRITE loss-prev-line
           MOVE "STOR  CASHR   NIGHTS    TOTAL SHORT        LAST SHORT"
               TO loss-prev-line
           WRITE loss-prev-line
           PERFORM VARYING sht-idx FROM 1 BY 1
                   UNTIL sht-idx > ws-sht-count
               IF ws-sht-nights (sht-idx) >= ws-short-nights
                   ADD 1 TO ws-cashiers-listed
                   MOVE SPACES TO ws-loss-prev-detail
                   MOVE ws-sht-store (sht-idx) TO ws-lpd-store
                   MOVE ws-sht-cashier (sht-idx) TO ws-lpd-cashier
                   MOVE ws-sht-nights (sht-idx) TO ws-lpd-nights
                   MOVE ws-sht-amount (sht-idx) TO ws-lpd-amount
                   MOVE ws-sht-last-date (sht-idx)
                       TO ws-lpd-last-date
                   MOVE ws-loss-prev-detail TO loss-prev-line
                   WRITE loss-prev-line
               END-IF
           END-PERFORM.

       5000-FINALIZE.
           MOVE SPACES TO report-line
           STRING "TOTAL OVER: " ws-total-over
               "  TOTAL SHORT: " ws-total-short
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           IF history-open
               CLOSE till-hist-file
           END-IF
           CLOSE till-close-file, sales-ksds, till-gl, report-out,
               loss-prev-out
           DISPLAY "TILL CLOSE-OUT RECONCILIATION COMPLETE"
           DISPLAY "  CLOSE-OUT CARDS READ: " ws-tills-read
           DISPLAY "  TILLS PROVED:         " ws-tills-proved
           DISPLAY "  OUTSIDE TOLERANCE:    " ws-tills-excepted
           DISPLAY "  NO CLOSE-OUT:         " ws-tills-missing
           DISPLAY "  LOSS-PREVENTION LIST: " ws-cashiers-listed.

      *> Grow-on-first-touch slot for the store/cashier/date in
      *> ws-lookup-*; a new slot starts with nothing counted and
      *> nothing expected.
       8100-FIND-TILL-SLOT.
           SET tally-dropped TO FALSE
           SET til-idx TO 1
           SEARCH ws-till-tbl
               AT END
                   SET tally-dropped TO TRUE
                   DISPLAY "TILL TABLE FULL - " ws-lookup-store " "
                       ws-lookup-cashier " " ws-lookup-date
                       " DROPPED"
               WHEN til-idx > ws-till-count
                   ADD 1 TO ws-till-count
                   MOVE ws-lookup-store TO ws-til-store (til-idx)
                   MOVE ws-lookup-cashier TO ws-til-cashier (til-idx)
                   MOVE ws-lookup-date TO ws-til-date (til-idx)
                   MOVE ZERO TO ws-til-counted (til-idx)
                   MOVE ZERO TO ws-til-expected (til-idx)
                   MOVE "N" TO ws-til-closeout-sw (til-idx)
               WHEN ws-til-store (til-idx) = ws-lookup-store
                   AND ws-til-cashier (til-idx) = ws-lookup-cashier
                   AND ws-til-date (til-idx) = ws-lookup-date
                   CONTINUE
           END-SEARCH.

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
           MOVE "TILLREC" TO stp-step-name
           MOVE FUNCTION CURRENT-DATE TO stp-timestamp
           WRITE step-timing-record
           CLOSE step-timing.
