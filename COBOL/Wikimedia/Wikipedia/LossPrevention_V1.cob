       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSS-PREVENTION-V1.
      *> Weekly loss-prevention exception run over a DATERNGE window
      *> -- with no card keyed, the seven days ending on the
      *> ASOFDATE date.  Returns and same-day voids post by cashier
      *> and customer, but until now nothing looked at the patterns
      *> that point to fraud: a cashier voiding at several times
      *> the store's rate, a customer returning at five stores in a
      *> week, returns with nothing on the lookback to return.
      *>
      *> Four measures are taken for every cashier within store and
      *> every customer, off SALESKSDS for the window:
      *>   - return rate: returns posted per sale rung;
      *>   - void rate: sales voided per sale rung.  A void writes
      *>     no lookback record of its own, it marks the sale it
      *>     reverses, so a void counts against the cashier who
      *>     rang that sale;
      *>   - return value: the money handed back;
      *>   - returns without a prior sale: the edit refuses a
      *>     return with nothing sold to the customer to net it
      *>     against (reason 06), so these are counted off the
      *>     carry-forward reject suspense rather than SALESKSDS.
      *>     A refused return the correction desk has since
      *>     released has left the suspense and no longer counts.
      *> A cashier is measured against the store's cashiers, a
      *> customer against every customer active in the window
      *> chain-wide, and a customer also on the number of stores
      *> returned at.  A measure trips at LPPARM's multiple of the
      *> baseline, and only once the subject has enough volume for
      *> the rate to mean something; the case score is the sum of
      *> the tripped measures' times-baseline figures.  Only till
      *> activity with a cashier on it is measured by cashier; an
      *> order cancellation is not a void.
      *>
      *> The cases print ranked, highest score first, for the LP
      *> team, with the baselines they were measured against, and
      *> go in the same order to LPWATCH, the watch-list file the
      *> team works from.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT sales-ksds ASSIGN TO "SALESKSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ksds-key
               FILE STATUS IS ws-sales-ksds-status.

      *> The carry-forward reject suspense.
           SELECT reject-file ASSIGN TO "REJFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-reject-status.

           SELECT date-range-parm ASSIGN TO "DATERNGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-date-range-status.

           SELECT asof-parm ASSIGN TO "ASOFDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-asof-status.

      *> Run-parameter registry: the settings that used to come
      *> off one-off control cards, looked up under the card's old
      *> name for the value in force on the run date.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

           SELECT case-sort ASSIGN TO "SORTWK1".

           SELECT lp-watch-file ASSIGN TO "LPWATCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-lp-watch-status.

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
       FD  sales-ksds.
       COPY SALESKSDS.

       FD  reject-file
           RECORDING MODE IS F.
       COPY REJECTREC.

       FD  date-range-parm.
       01  date-range-parm-line       PIC X(16).

       FD  asof-parm.
       01  asof-parm-line             PIC X(8).

       FD  parm-registry.
       COPY PARMREG.

       SD  case-sort.
       01  case-sort-record.
           05  cs-score                PIC 9(5)V99.
           05  cs-subject-type         PIC X.
           05  cs-store-no             PIC 9(4).
           05  cs-subject-id           PIC X(10).
           05  cs-flags                PIC X(5).
           05  cs-transactions         PIC 9(7).
           05  cs-voids                PIC 9(7).
           05  cs-returns              PIC 9(7).
           05  cs-return-amount        PIC 9(9)V99.
           05  cs-no-sale-returns      PIC 9(5).
           05  cs-return-stores        PIC 9(3).
           05  cs-return-rate-x        PIC 9(3)V99.
           05  cs-void-rate-x          PIC 9(3)V99.
           05  cs-return-value-x       PIC 9(3)V99.
           05  cs-no-sale-x            PIC 9(3)V99.
           05  cs-spread-x             PIC 9(3)V99.

       FD  lp-watch-file
           RECORDING MODE IS F.
       COPY LPWATCH.

       FD  report-out.
       01  report-line                PIC X(100).

       FD  step-timing
           RECORDING MODE IS F.
       COPY STEPTIME.

       WORKING-STORAGE SECTION.
       01  ws-step-timing-status      PIC XX.
       01  ws-file-status.
           05  ws-sales-ksds-status    PIC XX.
           05  ws-reject-status        PIC XX.
           05  ws-date-range-status    PIC XX.
           05  ws-asof-status          PIC XX.
           05  ws-lp-watch-status      PIC XX.
           05  ws-report-out-status    PIC XX.

       01  ws-flags.
           05  no-more-sales-sw        PIC X VALUE "N".
               88  no-more-sales       VALUE "Y".
           05  no-more-rejects-sw      PIC X VALUE "N".
               88  no-more-rejects     VALUE "Y".
           05  no-more-cases-sw        PIC X VALUE "N".
               88  no-more-cases       VALUE "Y".
           05  customer-open-sw        PIC X VALUE "N".
               88  customer-open
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  tally-dropped-sw        PIC X VALUE "N".
               88  tally-dropped
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-asof-date                PIC 9(8).
       01  ws-asof-integer             PIC 9(9).

       01  ws-date-range.
           05  ws-business-date-from   PIC 9(8) VALUE ZERO.
           05  ws-business-date-to     PIC 9(8) VALUE 99999999.

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

      *> LPPARM, off the run-parameter registry.
      *> Loss-prevention thresholds: times-baseline multiple at
      *> which a measure trips, PIC 9(2)V99, columns 1-4; sales a
      *> cashier must ring in the window before the cashier's
      *> measures count, PIC 9(4), columns 5-8; returns (or voids)
      *> a customer must make before the customer's rate and value
      *> measures count, PIC 9(2), columns 9-10; stores a customer
      *> must return at to trip the store-spread measure, PIC 9(2),
      *> columns 11-12; refused no-sale returns before that measure
      *> counts, PIC 9(2), columns 13-14.  Defaults: three times the
      *> baseline, 20 sales, 3 returns, 5 stores, 2 refused returns.
       01  lp-parm-line.
           05  lpp-multiple            PIC 9(2)V99.
           05  lpp-cashier-min-txns    PIC 9(4).
           05  lpp-customer-min        PIC 9(2).
           05  lpp-spread-stores       PIC 9(2).
           05  lpp-no-sale-min         PIC 9(2).

       01  ws-lp-thresholds.
           05  ws-multiple             PIC 9(2)V99 VALUE 3.00.
           05  ws-cashier-min-txns     PIC 9(4) VALUE 20.
           05  ws-customer-min         PIC 9(2) VALUE 3.
           05  ws-spread-stores        PIC 9(2) VALUE 5.
           05  ws-no-sale-min          PIC 9(2) VALUE 2.

      *> Per-store/cashier tallies over the window.
       01  ws-cashier-table.
           05  ws-cash-count           PIC 9(4) VALUE ZERO.
           05  ws-cash-tbl OCCURS 2000 TIMES INDEXED BY csh-idx.
               10  ws-csh-store        PIC 9(4).
               10  ws-csh-cashier      PIC X(6).
               10  ws-csh-txns         PIC 9(7).
               10  ws-csh-voids        PIC 9(7).
               10  ws-csh-returns      PIC 9(7).
               10  ws-csh-return-amt   PIC 9(9)V99.
               10  ws-csh-no-sale      PIC 9(5).

      *> Store baselines, built off the cashier table.
       01  ws-store-table.
           05  ws-stor-count           PIC 9(4) VALUE ZERO.
           05  ws-stor-tbl OCCURS 500 TIMES INDEXED BY stor-idx.
               10  ws-st-store         PIC 9(4).
               10  ws-st-cashiers      PIC 9(5).
               10  ws-st-txns          PIC 9(9).
               10  ws-st-voids         PIC 9(9).
               10  ws-st-returns       PIC 9(9).
               10  ws-st-return-amt    PIC 9(11)V99.
               10  ws-st-no-sale       PIC 9(7).

      *> Refused no-sale returns by customer, off the suspense.
       01  ws-no-sale-table.
           05  ws-nsr-count            PIC 9(4) VALUE ZERO.
           05  ws-nsr-tbl OCCURS 2000 TIMES INDEXED BY nsr-idx.
               10  ws-nsr-cust         PIC X(10).
               10  ws-nsr-returns      PIC 9(5).
               10  ws-nsr-used-sw      PIC X.
                   88  ws-nsr-used     VALUE "Y".

      *> The customer in hand; SALESKSDS is in customer order, so a
      *> customer's activity is complete when the key changes.
       01  ws-current-customer.
           05  ws-cur-cust             PIC X(10).
           05  ws-cur-txns             PIC 9(7).
           05  ws-cur-voids            PIC 9(7).
           05  ws-cur-returns          PIC 9(7).
           05  ws-cur-return-amt       PIC 9(9)V99.
           05  ws-cur-no-sale          PIC 9(5).
           05  ws-cur-store-count      PIC 9(3).
           05  ws-cur-store-tbl OCCURS 20 TIMES INDEXED BY cst-idx.
               10  ws-cur-store        PIC 9(4).

      *> Customers with a return, void or refused return in the
      *> window -- the ones that can score.
       01  ws-customer-table.
           05  ws-cust-count           PIC 9(5) VALUE ZERO.
           05  ws-cust-tbl OCCURS 5000 TIMES INDEXED BY cus-idx.
               10  ws-cus-cust         PIC X(10).
               10  ws-cus-txns         PIC 9(7).
               10  ws-cus-voids        PIC 9(7).
               10  ws-cus-returns      PIC 9(7).
               10  ws-cus-return-amt   PIC 9(9)V99.
               10  ws-cus-no-sale      PIC 9(5).
               10  ws-cus-stores       PIC 9(3).

      *> Chain customer baseline: every customer active in the
      *> window, returning or not.
       01  ws-chain-totals.
           05  ws-ch-customers         PIC 9(9) VALUE ZERO.
           05  ws-ch-returners         PIC 9(9) VALUE ZERO.
           05  ws-ch-txns              PIC 9(9) VALUE ZERO.
           05  ws-ch-voids             PIC 9(9) VALUE ZERO.
           05  ws-ch-returns           PIC 9(9) VALUE ZERO.
           05  ws-ch-return-amt        PIC 9(11)V99 VALUE ZERO.
           05  ws-ch-no-sale           PIC 9(9) VALUE ZERO.
           05  ws-ch-return-stores     PIC 9(9) VALUE ZERO.

       01  ws-chain-baseline.
           05  ws-cb-return-rate       PIC 9(3)V9(6).
           05  ws-cb-void-rate         PIC 9(3)V9(6).
           05  ws-cb-return-value      PIC 9(9)V9(4).
           05  ws-cb-no-sale           PIC 9(5)V9(6).
           05  ws-cb-stores            PIC 9(3)V9(6).

      *> One measure against its baseline: ws-ms-value and
      *> ws-ms-base in, ws-ms-times out.
       01  ws-measure.
           05  ws-ms-value             PIC 9(9)V9(6).
           05  ws-ms-base              PIC 9(9)V9(6).
           05  ws-ms-times             PIC 9(3)V99.
           05  ws-ms-denominator       PIC 9(9).

       01  ws-lookup-store             PIC 9(4).
       01  ws-lookup-cashier           PIC X(6).

       01  ws-run-totals.
           05  ws-ksds-in-window       PIC 9(9) VALUE ZERO.
           05  ws-no-sale-rejects      PIC 9(7) VALUE ZERO.
           05  ws-cashier-cases        PIC 9(5) VALUE ZERO.
           05  ws-customer-cases       PIC 9(5) VALUE ZERO.
           05  ws-cases-written        PIC 9(5) VALUE ZERO.

       01  ws-pct                      PIC 9(3)V99.

       01  ws-case-line.
           05  ws-cl-rank              PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-cl-type              PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-cl-store             PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-cl-id                PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-cl-score             PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-cl-txns              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-cl-voids             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-cl-returns           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-cl-return-amt        PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-cl-no-sale           PIC ZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-cl-stores            PIC ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-cl-flags             PIC X(5).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  ws-times-line.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  FILLER                  PIC X(19)
                                       VALUE "X BASELINE  RETURN ".
           05  ws-tl-return-rate       PIC ZZ9.99.
           05  FILLER                  PIC X(7) VALUE "  VOID ".
           05  ws-tl-void-rate         PIC ZZ9.99.
           05  FILLER                  PIC X(8) VALUE "  VALUE ".
           05  ws-tl-return-value      PIC ZZ9.99.
           05  FILLER                  PIC X(10) VALUE "  NO SALE ".
           05  ws-tl-no-sale           PIC ZZ9.99.
           05  FILLER                  PIC X(9) VALUE "  STORES ".
           05  ws-tl-spread            PIC ZZ9.99.
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  ws-store-base-line.
           05  ws-sb-store             PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-sb-cashiers          PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-sb-txns              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-sb-void-pct          PIC ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-sb-return-pct        PIC ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-sb-return-value      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-sb-no-sale           PIC ZZ9.99.
           05  FILLER                  PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TALLY-NO-SALE-RETURNS
               UNTIL no-more-rejects
           PERFORM 3000-TALLY-SALES
               UNTIL no-more-sales
           IF customer-open
               PERFORM 3900-END-CUSTOMER
           END-IF
           PERFORM 3950-ADD-REFUSED-ONLY-CUSTOMERS
           PERFORM 4000-BUILD-BASELINES
           SORT case-sort
               ON DESCENDING KEY cs-score
               ON ASCENDING KEY cs-subject-type
               ON ASCENDING KEY cs-store-no
               ON ASCENDING KEY cs-subject-id
               INPUT PROCEDURE IS 6000-RELEASE-CASES
               OUTPUT PROCEDURE IS 7000-PRINT-CASES
           PERFORM 7500-PRINT-BASELINES
           PERFORM 5000-FINALIZE
           PERFORM 9810-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-ASOF-PARM
           PERFORM 1150-READ-DATE-RANGE-PARM
           PERFORM 1200-READ-LP-PARM
           OPEN INPUT reject-file
           OPEN INPUT sales-ksds
           OPEN OUTPUT lp-watch-file
           OPEN OUTPUT report-out
           MOVE SPACES TO report-line
           STRING "LOSS PREVENTION EXCEPTIONS  "
               ws-business-date-from " - " ws-business-date-to
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE "FLAGS: R RETURN RATE  V VOID RATE  A RETURN VALUE"
               & "  N RETURNS WITHOUT SALE  S RETURN STORES"
               TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE " RANK TYPE     STOR ID              SCORE    TXNS"
               & "  VOIDS  RTRNS   RTRN AMT NOSL STR FLAGS"
               TO report-line
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

      *> The week ending on the as-of date, unless a DATERNGE card
      *> names another window -- an off-cycle week, or a rerun.
       1150-READ-DATE-RANGE-PARM.
           COMPUTE ws-business-date-from =
               FUNCTION DATE-OF-INTEGER (ws-asof-integer - 6)
           MOVE ws-asof-date TO ws-business-date-to
           OPEN INPUT date-range-parm
           IF ws-date-range-status = "00"
               READ date-range-parm
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE date-range-parm-line (1:8)
                           TO ws-business-date-from
                       MOVE date-range-parm-line (9:8)
                           TO ws-business-date-to
               END-READ
               CLOSE date-range-parm
           END-IF.

      *> A setting out of range leaves its default standing.
       1200-READ-LP-PARM.
           MOVE ws-asof-date TO ws-parm-as-of
           MOVE "LPPARM" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO lp-parm-line
               IF lpp-multiple NUMERIC
                   AND lpp-multiple > 1
                   MOVE lpp-multiple TO ws-multiple
               END-IF
               IF lpp-cashier-min-txns NUMERIC
                   AND lpp-cashier-min-txns > ZERO
                   MOVE lpp-cashier-min-txns TO ws-cashier-min-txns
               END-IF
               IF lpp-customer-min NUMERIC
                   AND lpp-customer-min > ZERO
                   MOVE lpp-customer-min TO ws-customer-min
               END-IF
               IF lpp-spread-stores NUMERIC
                   AND lpp-spread-stores > 1
                   MOVE lpp-spread-stores TO ws-spread-stores
               END-IF
               IF lpp-no-sale-min NUMERIC
                   AND lpp-no-sale-min > ZERO
                   MOVE lpp-no-sale-min TO ws-no-sale-min
               END-IF
           END-IF.

      *> A return refused for want of a prior sale (reason 06) in
      *> the window counts against the cashier who rang it and the
      *> customer it was rung for.
       2000-TALLY-NO-SALE-RETURNS.
           READ reject-file
               AT END
                   SET no-more-rejects TO TRUE
           END-READ
           IF NOT no-more-rejects
               IF reject-reason-code = "06"
                   AND reject-return-txn
                   AND reject-date-orig >= ws-business-date-from
                   AND reject-date-orig <= ws-business-date-to
                   ADD 1 TO ws-no-sale-rejects
                   IF reject-cashier-id NOT = SPACES
                       AND reject-channel NOT = "W"
                       AND reject-channel NOT = "P"
                       MOVE reject-store-no TO ws-lookup-store
                       MOVE reject-cashier-id TO ws-lookup-cashier
                       PERFORM 8100-FIND-CASHIER-SLOT
                       IF NOT tally-dropped
                           ADD 1 TO ws-csh-no-sale (csh-idx)
                       END-IF
                   END-IF
                   PERFORM 2100-TALLY-NO-SALE-CUSTOMER
               END-IF
           END-IF.

       2100-TALLY-NO-SALE-CUSTOMER.
           SET nsr-idx TO 1
           SEARCH ws-nsr-tbl
               AT END
                   DISPLAY "NO-SALE RETURN TABLE FULL - "
                       reject-cust-key " DROPPED"
               WHEN nsr-idx > ws-nsr-count
                   ADD 1 TO ws-nsr-count
                   MOVE reject-cust-key TO ws-nsr-cust (nsr-idx)
                   MOVE 1 TO ws-nsr-returns (nsr-idx)
                   MOVE "N" TO ws-nsr-used-sw (nsr-idx)
               WHEN ws-nsr-cust (nsr-idx) = reject-cust-key
                   ADD 1 TO ws-nsr-returns (nsr-idx)
           END-SEARCH.

       3000-TALLY-SALES.
           READ sales-ksds NEXT RECORD
               AT END
                   SET no-more-sales TO TRUE
           END-READ
           IF NOT no-more-sales
               IF ksds-date >= ws-business-date-from
                   AND ksds-date <= ws-business-date-to
                   ADD 1 TO ws-ksds-in-window
                   IF customer-open
                       AND ksds-cust-key NOT = ws-cur-cust
                       PERFORM 3900-END-CUSTOMER
                   END-IF
                   IF NOT customer-open
                       PERFORM 3800-START-CUSTOMER
                   END-IF
                   PERFORM 3100-TALLY-CUSTOMER-TXN
                   IF ksds-cashier-id NOT = SPACES
                       AND ksds-till-channel
                       PERFORM 3200-TALLY-CASHIER-TXN
                   END-IF
               END-IF
           END-IF.

      *> A sale rung counts whether or not it was later voided; an
      *> order line still shipped, or cancelled, counts nowhere.
       3100-TALLY-CUSTOMER-TXN.
           EVALUATE TRUE
               WHEN ksds-sale-txn
                   ADD 1 TO ws-cur-txns
               WHEN ksds-voided-txn AND ksds-till-channel
                   ADD 1 TO ws-cur-txns
                   ADD 1 TO ws-cur-voids
               WHEN ksds-return-txn
                   ADD 1 TO ws-cur-returns
                   ADD ksds-amount TO ws-cur-return-amt
                   PERFORM 3110-NOTE-RETURN-STORE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Twenty stores is well past any spread threshold; the
      *> count stops there.
       3110-NOTE-RETURN-STORE.
           SET cst-idx TO 1
           SEARCH ws-cur-store-tbl
               AT END
                   CONTINUE
               WHEN cst-idx > ws-cur-store-count
                   ADD 1 TO ws-cur-store-count
                   MOVE ksds-store-no TO ws-cur-store (cst-idx)
               WHEN ws-cur-store (cst-idx) = ksds-store-no
                   CONTINUE
           END-SEARCH.

       3200-TALLY-CASHIER-TXN.
           MOVE ksds-store-no TO ws-lookup-store
           MOVE ksds-cashier-id TO ws-lookup-cashier
           PERFORM 8100-FIND-CASHIER-SLOT
           IF NOT tally-dropped
               EVALUATE TRUE
                   WHEN ksds-sale-txn
                       ADD 1 TO ws-csh-txns (csh-idx)
                   WHEN ksds-voided-txn
                       ADD 1 TO ws-csh-txns (csh-idx)
                       ADD 1 TO ws-csh-voids (csh-idx)
                   WHEN ksds-return-txn
                       ADD 1 TO ws-csh-returns (csh-idx)
                       ADD ksds-amount
                           TO ws-csh-return-amt (csh-idx)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       3800-START-CUSTOMER.
           SET customer-open TO TRUE
           MOVE ksds-cust-key TO ws-cur-cust
           MOVE ZERO TO ws-cur-txns
           MOVE ZERO TO ws-cur-voids
           MOVE ZERO TO ws-cur-returns
           MOVE ZERO TO ws-cur-return-amt
           MOVE ZERO TO ws-cur-no-sale
           MOVE ZERO TO ws-cur-store-count.

      *> The customer's week goes into the chain baseline, and the
      *> customer onto the scoring table if there is anything to
      *> score.
       3900-END-CUSTOMER.
           SET customer-open TO FALSE
           SET nsr-idx TO 1
           SEARCH ws-nsr-tbl
               WHEN nsr-idx > ws-nsr-count
                   CONTINUE
               WHEN ws-nsr-cust (nsr-idx) = ws-cur-cust
                   MOVE ws-nsr-returns (nsr-idx) TO ws-cur-no-sale
                   MOVE "Y" TO ws-nsr-used-sw (nsr-idx)
           END-SEARCH
           PERFORM 3910-ADD-TO-CHAIN
           IF ws-cur-returns > ZERO
               OR ws-cur-voids > ZERO
               OR ws-cur-no-sale > ZERO
               PERFORM 3920-ADD-SCORING-CUSTOMER
           END-IF.

       3910-ADD-TO-CHAIN.
           ADD 1 TO ws-ch-customers
           ADD ws-cur-txns TO ws-ch-txns
           ADD ws-cur-voids TO ws-ch-voids
           ADD ws-cur-returns TO ws-ch-returns
           ADD ws-cur-return-amt TO ws-ch-return-amt
           ADD ws-cur-no-sale TO ws-ch-no-sale
           IF ws-cur-returns > ZERO
               ADD 1 TO ws-ch-returners
               ADD ws-cur-store-count TO ws-ch-return-stores
           END-IF.

       3920-ADD-SCORING-CUSTOMER.
           IF ws-cust-count < 5000
               ADD 1 TO ws-cust-count
               SET cus-idx TO ws-cust-count
               MOVE ws-cur-cust TO ws-cus-cust (cus-idx)
               MOVE ws-cur-txns TO ws-cus-txns (cus-idx)
               MOVE ws-cur-voids TO ws-cus-voids (cus-idx)
               MOVE ws-cur-returns TO ws-cus-returns (cus-idx)
               MOVE ws-cur-return-amt TO ws-cus-return-amt (cus-idx)
               MOVE ws-cur-no-sale TO ws-cus-no-sale (cus-idx)
               MOVE ws-cur-store-count TO ws-cus-stores (cus-idx)
           ELSE
               DISPLAY "LP CUSTOMER TABLE FULL - " ws-cur-cust
                   " DROPPED"
           END-IF.

      *> A customer whose only activity in the window was refused
      *> returns never turned up on SALESKSDS.
       3950-ADD-REFUSED-ONLY-CUSTOMERS.
           PERFORM VARYING nsr-idx FROM 1 BY 1
                   UNTIL nsr-idx > ws-nsr-count
               IF NOT ws-nsr-used (nsr-idx)
                   MOVE ws-nsr-cust (nsr-idx) TO ws-cur-cust
                   MOVE ZERO TO ws-cur-txns
                   MOVE ZERO TO ws-cur-voids
                   MOVE ZERO TO ws-cur-returns
                   MOVE ZERO TO ws-cur-return-amt
                   MOVE ZERO TO ws-cur-store-count
                   MOVE ws-nsr-returns (nsr-idx) TO ws-cur-no-sale
                   PERFORM 3910-ADD-TO-CHAIN
                   PERFORM 3920-ADD-SCORING-CUSTOMER
               END-IF
           END-PERFORM.

      *> Store totals off the cashier table, and the chain customer
      *> rates.  Return value and refused returns are compared per
      *> head -- per cashier in the store, per returning (or active)
      *> customer in the chain.
       4000-BUILD-BASELINES.
           PERFORM VARYING csh-idx FROM 1 BY 1
                   UNTIL csh-idx > ws-cash-count
               PERFORM 4100-ADD-TO-STORE
           END-PERFORM
           MOVE ZERO TO ws-chain-baseline
           IF ws-ch-txns > ZERO
               COMPUTE ws-cb-return-rate ROUNDED =
                   ws-ch-returns / ws-ch-txns
               COMPUTE ws-cb-void-rate ROUNDED =
                   ws-ch-voids / ws-ch-txns
           END-IF
           IF ws-ch-returners > ZERO
               COMPUTE ws-cb-return-value ROUNDED =
                   ws-ch-return-amt / ws-ch-returners
               COMPUTE ws-cb-stores ROUNDED =
                   ws-ch-return-stores / ws-ch-returners
           END-IF
           IF ws-ch-customers > ZERO
               COMPUTE ws-cb-no-sale ROUNDED =
                   ws-ch-no-sale / ws-ch-customers
           END-IF.

       4100-ADD-TO-STORE.
           SET stor-idx TO 1
           SEARCH ws-stor-tbl
               AT END
                   DISPLAY "LP STORE TABLE FULL - "
                       ws-csh-store (csh-idx) " DROPPED"
               WHEN stor-idx > ws-stor-count
                   ADD 1 TO ws-stor-count
                   MOVE ws-csh-store (csh-idx) TO ws-st-store (stor-idx)
                   MOVE ZERO TO ws-st-cashiers (stor-idx)
                   MOVE ZERO TO ws-st-txns (stor-idx)
                   MOVE ZERO TO ws-st-voids (stor-idx)
                   MOVE ZERO TO ws-st-returns (stor-idx)
                   MOVE ZERO TO ws-st-return-amt (stor-idx)
                   MOVE ZERO TO ws-st-no-sale (stor-idx)
                   PERFORM 4110-ACCUMULATE-STORE
               WHEN ws-st-store (stor-idx) = ws-csh-store (csh-idx)
                   PERFORM 4110-ACCUMULATE-STORE
           END-SEARCH.

       4110-ACCUMULATE-STORE.
           ADD 1 TO ws-st-cashiers (stor-idx)
           ADD ws-csh-txns (csh-idx) TO ws-st-txns (stor-idx)
           ADD ws-csh-voids (csh-idx) TO ws-st-voids (stor-idx)
           ADD ws-csh-returns (csh-idx) TO ws-st-returns (stor-idx)
           ADD ws-csh-return-amt (csh-idx)
               TO ws-st-return-amt (stor-idx)
           ADD ws-csh-no-sale (csh-idx) TO ws-st-no-sale (stor-idx).

       6000-RELEASE-CASES.
           PERFORM VARYING csh-idx FROM 1 BY 1
                   UNTIL csh-idx > ws-cash-count
               PERFORM 6100-SCORE-CASHIER
           END-PERFORM
           PERFORM VARYING cus-idx FROM 1 BY 1
                   UNTIL cus-idx > ws-cust-count
               PERFORM 6200-SCORE-CUSTOMER
           END-PERFORM.

      *> A cashier against the store's cashiers.  The rate and
      *> value measures wait for the cashier to have rung enough
      *> sales in the window.  A store the baseline table had no
      *> room for goes unscored.
       6100-SCORE-CASHIER.
           SET tally-dropped TO FALSE
           SET stor-idx TO 1
           SEARCH ws-stor-tbl
               AT END
                   SET tally-dropped TO TRUE
               WHEN stor-idx > ws-stor-count
                   SET tally-dropped TO TRUE
               WHEN ws-st-store (stor-idx) = ws-csh-store (csh-idx)
                   CONTINUE
           END-SEARCH
           IF NOT tally-dropped
               PERFORM 6110-MEASURE-CASHIER
           END-IF.

       6110-MEASURE-CASHIER.
           MOVE ZERO TO case-sort-record
           MOVE SPACES TO cs-flags
           MOVE "C" TO cs-subject-type
           MOVE ws-csh-store (csh-idx) TO cs-store-no
           MOVE ws-csh-cashier (csh-idx) TO cs-subject-id
           MOVE ws-csh-txns (csh-idx) TO cs-transactions
           MOVE ws-csh-voids (csh-idx) TO cs-voids
           MOVE ws-csh-returns (csh-idx) TO cs-returns
           MOVE ws-csh-return-amt (csh-idx) TO cs-return-amount
           MOVE ws-csh-no-sale (csh-idx) TO cs-no-sale-returns
      *> Return rate.
           MOVE ZERO TO ws-ms-value
           MOVE ZERO TO ws-ms-base
           IF ws-csh-txns (csh-idx) > ZERO
               COMPUTE ws-ms-value ROUNDED =
                   ws-csh-returns (csh-idx) / ws-csh-txns (csh-idx)
           END-IF
           IF ws-st-txns (stor-idx) > ZERO
               COMPUTE ws-ms-base ROUNDED =
                   ws-st-returns (stor-idx) / ws-st-txns (stor-idx)
           END-IF
           PERFORM 8500-TIMES-BASELINE
           MOVE ws-ms-times TO cs-return-rate-x
           IF ws-csh-txns (csh-idx) >= ws-cashier-min-txns
               AND ws-ms-times >= ws-multiple
               MOVE "R" TO cs-flags (1:1)
               ADD ws-ms-times TO cs-score
           END-IF
      *> Void rate.
           MOVE ZERO TO ws-ms-value
           MOVE ZERO TO ws-ms-base
           IF ws-csh-txns (csh-idx) > ZERO
               COMPUTE ws-ms-value ROUNDED =
                   ws-csh-voids (csh-idx) / ws-csh-txns (csh-idx)
           END-IF
           IF ws-st-txns (stor-idx) > ZERO
               COMPUTE ws-ms-base ROUNDED =
                   ws-st-voids (stor-idx) / ws-st-txns (stor-idx)
           END-IF
           PERFORM 8500-TIMES-BASELINE
           MOVE ws-ms-times TO cs-void-rate-x
           IF ws-csh-txns (csh-idx) >= ws-cashier-min-txns
               AND ws-ms-times >= ws-multiple
               MOVE "V" TO cs-flags (2:1)
               ADD ws-ms-times TO cs-score
           END-IF
      *> Return value, per cashier in the store.
           MOVE ws-csh-return-amt (csh-idx) TO ws-ms-value
           COMPUTE ws-ms-base ROUNDED =
               ws-st-return-amt (stor-idx) / ws-st-cashiers (stor-idx)
           PERFORM 8500-TIMES-BASELINE
           MOVE ws-ms-times TO cs-return-value-x
           IF ws-csh-txns (csh-idx) >= ws-cashier-min-txns
               AND ws-ms-times >= ws-multiple
               MOVE "A" TO cs-flags (3:1)
               ADD ws-ms-times TO cs-score
           END-IF
      *> Refused no-sale returns, per cashier in the store.
           MOVE ws-csh-no-sale (csh-idx) TO ws-ms-value
           COMPUTE ws-ms-base ROUNDED =
               ws-st-no-sale (stor-idx) / ws-st-cashiers (stor-idx)
           PERFORM 8500-TIMES-BASELINE
           MOVE ws-ms-times TO cs-no-sale-x
           IF ws-csh-no-sale (csh-idx) >= ws-no-sale-min
               AND ws-ms-times >= ws-multiple
               MOVE "N" TO cs-flags (4:1)
               ADD ws-ms-times TO cs-score
           END-IF
           IF cs-flags NOT = SPACES
               ADD 1 TO ws-cashier-cases
               RELEASE case-sort-record
           END-IF.

      *> A customer against the chain.  A customer with returns but
      *> no sale rung in the window is rated as if on one sale.
       6200-SCORE-CUSTOMER.
           MOVE ZERO TO case-sort-record
           MOVE SPACES TO cs-flags
           MOVE "U" TO cs-subject-type
           MOVE ws-cus-cust (cus-idx) TO cs-subject-id
           MOVE ws-cus-txns (cus-idx) TO cs-transactions
           MOVE ws-cus-voids (cus-idx) TO cs-voids
           MOVE ws-cus-returns (cus-idx) TO cs-returns
           MOVE ws-cus-return-amt (cus-idx) TO cs-return-amount
           MOVE ws-cus-no-sale (cus-idx) TO cs-no-sale-returns
           MOVE ws-cus-stores (cus-idx) TO cs-return-stores
           MOVE ws-cus-txns (cus-idx) TO ws-ms-denominator
           IF ws-ms-denominator = ZERO
               MOVE 1 TO ws-ms-denominator
           END-IF
      *> Return rate.
           COMPUTE ws-ms-value ROUNDED =
               ws-cus-returns (cus-idx) / ws-ms-denominator
           MOVE ws-cb-return-rate TO ws-ms-base
           PERFORM 8500-TIMES-BASELINE
           MOVE ws-ms-times TO cs-return-rate-x
           IF ws-cus-returns (cus-idx) >= ws-customer-min
               AND ws-ms-times >= ws-multiple
               MOVE "R" TO cs-flags (1:1)
               ADD ws-ms-times TO cs-score
           END-IF
      *> Void rate.
           COMPUTE ws-ms-value ROUNDED =
               ws-cus-voids (cus-idx) / ws-ms-denominator
           MOVE ws-cb-void-rate TO ws-ms-base
           PERFORM 8500-TIMES-BASELINE
           MOVE ws-ms-times TO cs-void-rate-x
           IF ws-cus-voids (cus-idx) >= ws-customer-min
               AND ws-ms-times >= ws-multiple
               MOVE "V" TO cs-flags (2:1)
               ADD ws-ms-times TO cs-score
           END-IF
      *> Return value, per returning customer.
           MOVE ws-cus-return-amt (cus-idx) TO ws-ms-value
           MOVE ws-cb-return-value TO ws-ms-base
           PERFORM 8500-TIMES-BASELINE
           MOVE ws-ms-times TO cs-return-value-x
           IF ws-cus-returns (cus-idx) >= ws-customer-min
               AND ws-ms-times >= ws-multiple
               MOVE "A" TO cs-flags (3:1)
               ADD ws-ms-times TO cs-score
           END-IF
      *> Refused no-sale returns, per active customer.
           MOVE ws-cus-no-sale (cus-idx) TO ws-ms-value
           MOVE ws-cb-no-sale TO ws-ms-base
           PERFORM 8500-TIMES-BASELINE
           MOVE ws-ms-times TO cs-no-sale-x
           IF ws-cus-no-sale (cus-idx) >= ws-no-sale-min
               AND ws-ms-times >= ws-multiple
               MOVE "N" TO cs-flags (4:1)
               ADD ws-ms-times TO cs-score
           END-IF
      *> Stores returned at: the count itself trips it; the
      *> times-baseline figure is what it scores.
           MOVE ws-cus-stores (cus-idx) TO ws-ms-value
           MOVE ws-cb-stores TO ws-ms-base
           PERFORM 8500-TIMES-BASELINE
           MOVE ws-ms-times TO cs-spread-x
           IF ws-cus-stores (cus-idx) >= ws-spread-stores
               MOVE "S" TO cs-flags (5:1)
               ADD ws-ms-times TO cs-score
           END-IF
           IF cs-flags NOT = SPACES
               ADD 1 TO ws-customer-cases
               RELEASE case-sort-record
           END-IF.

      *> Highest score first; each case prints with its
      *> times-baseline line under it and goes to the watch list
      *> under the same rank.
       7000-PRINT-CASES.
           PERFORM UNTIL no-more-cases
               RETURN case-sort
                   AT END
                       SET no-more-cases TO TRUE
               END-RETURN
               IF NOT no-more-cases
                   PERFORM 7100-PRINT-ONE-CASE
               END-IF
           END-PERFORM
           IF ws-cases-written = ZERO
               MOVE "  NO CASES THIS WINDOW" TO report-line
               WRITE report-line
           END-IF.

       7100-PRINT-ONE-CASE.
           ADD 1 TO ws-cases-written
           MOVE SPACES TO ws-case-line
           MOVE ws-cases-written TO ws-cl-rank
           IF cs-subject-type = "C"
               MOVE "CASHIER" TO ws-cl-type
               MOVE cs-store-no TO ws-cl-store
           ELSE
               MOVE "CUSTOMER" TO ws-cl-type
               MOVE SPACES TO ws-cl-store
           END-IF
           MOVE cs-subject-id TO ws-cl-id
           MOVE cs-score TO ws-cl-score
           MOVE cs-transactions TO ws-cl-txns
           MOVE cs-voids TO ws-cl-voids
           MOVE cs-returns TO ws-cl-returns
           MOVE cs-return-amount TO ws-cl-return-amt
           MOVE cs-no-sale-returns TO ws-cl-no-sale
           MOVE cs-return-stores TO ws-cl-stores
           MOVE cs-flags TO ws-cl-flags
           MOVE ws-case-line TO report-line
           WRITE report-line
           MOVE cs-return-rate-x TO ws-tl-return-rate
           MOVE cs-void-rate-x TO ws-tl-void-rate
           MOVE cs-return-value-x TO ws-tl-return-value
           MOVE cs-no-sale-x TO ws-tl-no-sale
           MOVE cs-spread-x TO ws-tl-spread
           MOVE ws-times-line TO report-line
           WRITE report-line
           MOVE ws-cases-written TO lpw-rank
           MOVE cs-subject-type TO lpw-subject-type
           MOVE cs-store-no TO lpw-store-no
           MOVE cs-subject-id TO lpw-subject-id
           MOVE ws-business-date-from TO lpw-window-from
           MOVE ws-business-date-to TO lpw-window-to
           MOVE cs-score TO lpw-score
           MOVE cs-flags TO lpw-flags
           MOVE cs-transactions TO lpw-transactions
           MOVE cs-voids TO lpw-voids
           MOVE cs-returns TO lpw-returns
           MOVE cs-return-amount TO lpw-return-amount
           MOVE cs-no-sale-returns TO lpw-no-sale-returns
           MOVE cs-return-stores TO lpw-return-stores
           MOVE cs-return-rate-x TO lpw-return-rate-x
           MOVE cs-void-rate-x TO lpw-void-rate-x
           MOVE cs-return-value-x TO lpw-return-value-x
           MOVE cs-no-sale-x TO lpw-no-sale-x
           MOVE cs-spread-x TO lpw-spread-x
           SET lpw-case-open TO TRUE
           WRITE lp-watch-record.

      *> What the cases were measured against.
       7500-PRINT-BASELINES.
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "STORE BASELINES - VALUE AND NOSL PER CASHIER"
               TO report-line
           WRITE report-line
           MOVE "STOR  CASHR         TXNS   VOID%  RTRN%"
               & "  RTRN VAL/CASHR        NOSL"
               TO report-line
           WRITE report-line
           PERFORM VARYING stor-idx FROM 1 BY 1
                   UNTIL stor-idx > ws-stor-count
               PERFORM 7510-PRINT-STORE-BASELINE
           END-PERFORM
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING "CHAIN CUSTOMER BASELINE - " ws-ch-customers
               " ACTIVE, " ws-ch-returners " RETURNING"
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO ws-store-base-line
           MOVE ZERO TO ws-sb-store
           MOVE ZERO TO ws-sb-cashiers
           MOVE ws-ch-txns TO ws-sb-txns
           COMPUTE ws-pct ROUNDED = ws-cb-void-rate * 100
           MOVE ws-pct TO ws-sb-void-pct
           COMPUTE ws-pct ROUNDED = ws-cb-return-rate * 100
           MOVE ws-pct TO ws-sb-return-pct
           MOVE ws-cb-return-value TO ws-sb-return-value
           MOVE ws-cb-no-sale TO ws-sb-no-sale
           MOVE ws-store-base-line TO report-line
           MOVE SPACES TO report-line (1:13)
           WRITE report-line
           MOVE SPACES TO report-line
           MOVE ws-cb-stores TO ws-pct
           STRING "  STORES RETURNED AT PER RETURNING CUSTOMER "
               ws-pct
               DELIMITED BY SIZE INTO report-line
           WRITE report-line.

       7510-PRINT-STORE-BASELINE.
           MOVE SPACES TO ws-store-base-line
           MOVE ws-st-store (stor-idx) TO ws-sb-store
           MOVE ws-st-cashiers (stor-idx) TO ws-sb-cashiers
           MOVE ws-st-txns (stor-idx) TO ws-sb-txns
           MOVE ZERO TO ws-sb-void-pct
           MOVE ZERO TO ws-sb-return-pct
           IF ws-st-txns (stor-idx) > ZERO
               COMPUTE ws-pct ROUNDED =
                   ws-st-voids (stor-idx) * 100
                   / ws-st-txns (stor-idx)
               MOVE ws-pct TO ws-sb-void-pct
               COMPUTE ws-pct ROUNDED =
                   ws-st-returns (stor-idx) * 100
                   / ws-st-txns (stor-idx)
               MOVE ws-pct TO ws-sb-return-pct
           END-IF
           COMPUTE ws-sb-return-value ROUNDED =
               ws-st-return-amt (stor-idx) / ws-st-cashiers (stor-idx)
           COMPUTE ws-sb-no-sale ROUNDED =
               ws-st-no-sale (stor-idx) / ws-st-cashiers (stor-idx)
           MOVE ws-store-base-line TO report-line
           WRITE report-line.

       5000-FINALIZE.
           CLOSE sales-ksds, reject-file, lp-watch-file, report-out
           DISPLAY "LOSS PREVENTION RUN COMPLETE - "
               ws-business-date-from " - " ws-business-date-to
           DISPLAY "  LOOKBACK RECORDS IN WINDOW: " ws-ksds-in-window
           DISPLAY "  REFUSED NO-SALE RETURNS:    " ws-no-sale-rejects
           DISPLAY "  CASHIERS MEASURED:          " ws-cash-count
           DISPLAY "  CUSTOMERS ACTIVE:           " ws-ch-customers
           DISPLAY "  CASHIER CASES:              " ws-cashier-cases
           DISPLAY "  CUSTOMER CASES:             " ws-customer-cases
           DISPLAY "  WATCH-LIST RECORDS:         " ws-cases-written.

       8100-FIND-CASHIER-SLOT.
           SET tally-dropped TO FALSE
           SET csh-idx TO 1
           SEARCH ws-cash-tbl
               AT END
                   SET tally-dropped TO TRUE
                   DISPLAY "CASHIER TABLE FULL - "
                       ws-lookup-store " " ws-lookup-cashier
                       " DROPPED"
               WHEN csh-idx > ws-cash-count
                   ADD 1 TO ws-cash-count
                   MOVE ws-lookup-store TO ws-csh-store (csh-idx)
                   MOVE ws-lookup-cashier
                       TO ws-csh-cashier (csh-idx)
                   MOVE ZERO TO ws-csh-txns (csh-idx)
                   MOVE ZERO TO ws-csh-voids (csh-idx)
                   MOVE ZERO TO ws-csh-returns (csh-idx)
                   MOVE ZERO TO ws-csh-return-amt (csh-idx)
                   MOVE ZERO TO ws-csh-no-sale (csh-idx)
               WHEN ws-csh-store (csh-idx) = ws-lookup-store
                   AND ws-csh-cashier (csh-idx)
                       = ws-lookup-cashier
                   CONTINUE
           END-SEARCH.

      *> Times the baseline, to two places, held at 999.99.  Against
      *> a zero baseline -- nobody else returned, voided or was
      *> refused at all -- any activity is off the scale.
       8500-TIMES-BASELINE.
           IF ws-ms-base = ZERO
               IF ws-ms-value > ZERO
                   MOVE 999.99 TO ws-ms-times
               ELSE
                   MOVE ZERO TO ws-ms-times
               END-IF
           ELSE
               COMPUTE ws-ms-times ROUNDED =
                   ws-ms-value / ws-ms-base
                   ON SIZE ERROR
                       MOVE 999.99 TO ws-ms-times
               END-COMPUTE
           END-IF.

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
           MOVE "LPEXCEPT" TO stp-step-name
           MOVE FUNCTION CURRENT-DATE TO stp-timestamp
           WRITE step-timing-record
           CLOSE step-timing.
