      *> file front to back, edits every sales-record, prints the
      *> sales-on-day detail line for anything that passes and the
      *> invalid-sales exception line for anything that doesn't.
      *> Both lines are also appended to RPTBURST under their store
      *> (SALESDAY and SALESINV), so the report distribution step
      *> can send each store's part to whoever takes it.
      *>
      *> Checkpoint/restart: every CKPT-INTERVAL reads a checkpoint
      *> record is written to checkpoint-file carrying the read
      *> that passes VALIDATE-SALES-RECORD is also written to
      *> SALESKSDS, an indexed file keyed by customer/date/sequence,
      *> purely for ad hoc "what did we sell this customer" lookback.
      *>
      *> Loyalty points: every posting to an account customer's
      *> balance also moves their points on POINTMST -- a sale earns
      *> at the rate PTSRATE carries for the item's category, a
      *> return or void takes the same points back, and a points
      *> redemption (transaction type "P") spends them against what
      *> the customer is charged.  Each movement is appended to
      *> POINTMOV, which the sales journal posts the points
      *> liability from.
      *>
      *> Intra-day drops: stores transmit all day, and each drop is
      *> its own generation of the sales feed, run through here as
      *> it lands with a DROPPARM card carrying its drop number.  A
      *> drop run posts under the next business date off DATECTL --
      *> the day the coming night will close -- instead of BUSDATE,
      *> so every drop's postings, and tonight's sales journal,
      *> agree on the date.  The drop is registered on DROPCTL in
      *> progress when it starts and processed when it ends; a drop
      *> already processed is refused with RETURN-CODE 12, so no
      *> drop posts twice.  Each checkpoint is also written to the
      *> drop's DROPCTL record with the counts as they stood, and a
      *> rerun of a drop still in progress resumes from there with
      *> no CKPTPARM card needed.  Rejects are appended to the day's
      *> drop suspense file, and the run statistics and store-day
      *> history go out as the drop's own (INITDROP) for the night's
      *> day close (SalesDayClose_V1.cob) to total across drops.
      *> Without a DROPPARM card the run is the whole-day edit it
      *> always was, for a point-in-time rerun of a past feed.
      *>
      *> Store-range partitions: a large drop can be run as several
      *> partitions side by side, each a run of this program with a
      *> PARTPARM card carrying its partition number.  Every
      *> partition reads the whole drop, and PARTMAP says which
      *> partition takes each store's region (a "****" card names
      *> the partition that takes any store the map does not place,
      *> unknown stores included); a partition edits only its own
      *> stores' sales and counts the rest as skipped.  One customer
      *> can buy in two regions, so before a partition posts a sale
      *> it claims the customer, and any group parent, on CUSTCLM;
      *> a sale for a customer another partition already holds is
      *> deferred to PARTDEFR untouched.  Once every partition has
      *> finished, the deferred sales run through here as partition
      *> 99, serially and with no claims, and the partition merge
      *> (PartitionMerge_V1.cob) proves the partitions covered the
      *> whole drop and merges their outputs into the drop's own.
      *> The partitions share the CUSTMAST token under the holder
      *> name INITPART -- a partition joins a token another
      *> partition holds, and leaves it held for the merge to
      *> release -- so no other updater can start while they run.
      *> Each partition is registered on DROPCTL under its own
      *> number and writes INITPART run statistics and step stamps.
      *>
      *> Order channel: the web shop's and the phone desk's orders
      *> arrive as their own generation of the sales feed, run
      *> through here as a drop like any store's, every line
      *> carrying its channel and assigned to the store that
      *> fulfils it, with the order number and line where a till
      *> sale has its receipt and line.  They clear the same edits
      *> as till sales, plus the channel edit: the store must be
      *> one STORMAST marks as fulfilling orders.  An invoiced order
      *> line posts as a sale.  A line shipped but not yet invoiced
      *> (type "N") goes to the lookback to move the stock and
      *> nothing else -- no balance, ledger or points -- and
      *> prints on its own SN line out of the store gross; when its
      *> invoice comes through as a sale on the same order line,
      *> the lookback record turns into that sale in place instead
      *> of a second one being written, and the balance posts then.
      *> A cancellation (type "C") is the order desk's void: it
      *> must name an order line posted tonight, shipped or
      *> invoiced, and it marks the line voided and backs out
      *> whatever balance it had posted.  An order line posted on
      *> an earlier night has moved stock and cost already and is
      *> cancelled the way a store's would be, by a return.  The
      *> region rollup and the store-day history break the takings
      *> out by channel.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-out-status.

      *> Burst copy of the sales-on-day and invalid-sales lines,
      *> tagged by store, for the report distribution step.
           SELECT report-burst ASSIGN TO "RPTBURST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-report-burst-status.

           SELECT checkpoint-file ASSIGN TO "CKPTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-checkpoint-status.
               RECORD KEY IS ledg-key
               FILE STATUS IS ws-ledger-status.

      *> Loyalty-points master, keyed by customer, and the movement
      *> trail every earn, take-back and redemption is appended to.
           SELECT points-master ASSIGN TO "POINTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pts-cust-key
               FILE STATUS IS ws-points-status.

           SELECT points-movement ASSIGN TO "POINTMOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-points-move-status.

      *> Points-rate card: item category (6), points earned per
      *> 1.00 of net spend (5 digits, 3V99), loaded into a table at
      *> start-up.  A DFLT card sets the rate for categories with
      *> no card of their own; without one the rate is 1.00.
           SELECT points-rate-parm ASSIGN TO "PTSRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-points-rate-status.

      *> Posting-period control, keyed by period (YYYYMM), consulted
      *> so a sales-date falling in a closed accounting period
      *> rejects instead of silently moving closed-month numbers on
               RECORD KEY IS promo-key
               FILE STATUS IS ws-promo-status.

      *> Run-parameter registry: the settings that used to come
      *> off one-off control cards, looked up under the card's old
      *> name for the value in force on the run date.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

      *> Shared run-statistics file every step of the chain appends
      *> to; the end-of-night balancing step cross-foots it.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-lock-override-status.

      *> CUSTMAST after-image change journal -- see CUSTJRNL.
           SELECT cust-journal ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-cust-journal-status.

      *> Drop card: the intra-day drop number, columns 1-3.  Absent
      *> on a whole-day run.
           SELECT drop-parm ASSIGN TO "DROPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-drop-parm-status.

      *> Date-control record; a drop run takes its posting date
      *> from the next business date on it.
           SELECT date-control ASSIGN TO "DATECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-date-control-status.

      *> Intra-day drop control, keyed business date/drop number/
      *> partition.
           SELECT drop-control ASSIGN TO "DROPCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS drop-key
               FILE STATUS IS ws-drop-control-status.

      *> Partition card: the partition number, columns 1-2 -- 01
      *> up for a store-range partition, 99 for the serial pass
      *> over the deferred sales.  Absent on an unpartitioned run.
           SELECT partition-parm ASSIGN TO "PARTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-partition-parm-status.

      *> Partition map cards: store region, columns 1-4, and the
      *> partition that takes it, columns 5-6.  Region "****" names
      *> the partition for everything the map does not place.
           SELECT partition-map ASSIGN TO "PARTMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-partition-map-status.

      *> Customer claims between partitions, keyed drop/customer.
           SELECT cust-claim ASSIGN TO "CUSTCLM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS clm-key
               FILE STATUS IS ws-cust-claim-status.

      *> Sales a partition deferred, as they came off the feed.
           SELECT partition-defer ASSIGN TO "PARTDEFR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-partition-defer-status.

       DATA DIVISION.
       FILE SECTION.
       FD  sales-raw
           RECORDING MODE IS F.
       01  sales-raw-record           PIC X(72).

       SD  sort-work.
       01  sort-work-record.
           05  sw-cust-key             PIC X(10).
           05  sw-sales-date           PIC 9(8).
           05  sw-store-no             PIC 9(4).
           05  FILLER                  PIC X(50).

       FD  sales
           RECORDING MODE IS F.
       FD  report-out
           REPORT IS sales-report.

       FD  report-burst
           RECORDING MODE IS F.
       COPY RPTBURST.

       FD  checkpoint-file
           RECORDING MODE IS F.
       COPY CHECKPT.
       FD  customer-ledger.
       COPY CUSTLEDG.

       FD  points-master.
       COPY POINTMST.

       FD  points-movement
           RECORDING MODE IS F.
       COPY POINTMOV.

       FD  points-rate-parm.
       01  points-rate-card.
           05  ptr-category            PIC X(6).
           05  ptr-points-per-unit     PIC 9(3)V99.

       FD  period-control.
       COPY PERIODCT.

       FD  promo-master.
       COPY PROMOPRC.

       FD  parm-registry.
       COPY PARMREG.

       FD  run-stats
           RECORDING MODE IS F.
       FD  lock-override.
       01  lock-override-line          PIC X(8).

       FD  cust-journal
           RECORDING MODE IS F.
       COPY CUSTJRNL.

      *> Drop card: drop number, columns 1-3.
       FD  drop-parm.
       01  drop-parm-line              PIC X(3).

       FD  date-control
           RECORDING MODE IS F.
       COPY DATECTL.

       FD  drop-control.
       COPY DROPCTL.

      *> Partition card: partition number, columns 1-2.
       FD  partition-parm.
       01  partition-parm-line         PIC X(2).

       FD  partition-map.
       01  partition-map-card.
           05  pmc-region              PIC X(4).
           05  pmc-partition           PIC X(2).

       FD  cust-claim.
       COPY CUSTCLM.

       FD  partition-defer
           RECORDING MODE IS F.
       01  partition-defer-record     PIC X(72).

       WORKING-STORAGE SECTION.
       01  ws-custmast-lock-status    PIC XX.
       01  ws-lock-override-status    PIC XX.
       01  ws-cust-journal-status     PIC XX.
       01  lock-override-sw           PIC X VALUE "N".
           88  lock-override-given    VALUE "Y".
       01  ws-step-timing-status      PIC XX.
       01  ws-drop-parm-status        PIC XX.
       01  ws-date-control-status     PIC XX.
       01  ws-drop-control-status     PIC XX.
      *> Set by a DROPPARM card: this run is one intra-day drop.
       01  drop-run-sw                PIC X VALUE "N".
           88  drop-run               VALUE "Y".
       01  ws-drop-no                 PIC 9(3) VALUE ZERO.
       01  ws-partition-parm-status   PIC XX.
       01  ws-partition-map-status    PIC XX.
       01  ws-cust-claim-status       PIC XX.
       01  ws-partition-defer-status  PIC XX.
      *> Set by a PARTPARM card: this run is one partition of a
      *> drop.  Partition 99 is the serial pass over the deferred
      *> sales, which edits everything it reads and claims nothing.
       01  partition-run-sw           PIC X VALUE "N".
           88  partition-run          VALUE "Y".
       01  ws-partition-no            PIC 9(2) VALUE ZERO.
           88  deferred-pass          VALUE 99.
       01  ws-partition-fields.
           05  ws-part-map-count       PIC 9(3) VALUE ZERO.
           05  ws-part-map-tbl OCCURS 100 TIMES INDEXED BY pmap-idx.
               10  ws-pm-region        PIC X(4).
               10  ws-pm-partition     PIC 9(2).
           05  ws-part-default         PIC 9(2) VALUE 1.
           05  ws-sale-partition       PIC 9(2).
           05  ws-claim-key            PIC X(10).
           05  ws-part-feed-count      PIC 9(9) VALUE ZERO.
           05  ws-part-skipped-count   PIC 9(9) VALUE ZERO.
           05  ws-part-deferred-count  PIC 9(9) VALUE ZERO.
           05  no-more-part-map-sw     PIC X VALUE "N".
               88  no-more-part-map    VALUE "Y".
           05  claim-conflict-sw       PIC X VALUE "N".
               88  claim-conflict
                   VALUE "Y" WHEN SET TO FALSE IS "N".
       01  ws-file-status.
           05  ws-sales-raw-status    PIC XX.
           05  ws-sales-status        PIC XX.
           05  ws-report-out-status   PIC XX.
           05  ws-report-burst-status PIC XX.
           05  ws-checkpoint-status   PIC XX.
           05  ws-restart-parm-status PIC XX.
           05  ws-reject-status       PIC XX.
           05  ws-item-status         PIC XX.
           05  ws-price-status        PIC XX.
           05  ws-promo-status        PIC XX.
           05  ws-run-stats-status    PIC XX.
           05  ws-day-history-status  PIC XX.
           05  ws-tax-rate-status     PIC XX.
           05  ws-tax-exempt-status   PIC XX.
           05  ws-busdate-status      PIC XX.
           05  ws-points-status       PIC XX.
           05  ws-points-move-status  PIC XX.
           05  ws-points-rate-status  PIC XX.

       01  ws-ksds-seq-ctr            PIC 9(5) VALUE ZERO.
       01  ws-credit-drawdown         PIC 9(7)V99 VALUE ZERO.
       01  ws-sale-balance-after      PIC 9(7)V99 VALUE ZERO.

      *> Key, type, amount and tax of the lookback record a void,
      *> an order cancellation or an order invoice matched, held so
      *> the posting can mark it (and its item-mirror twin) and hand
      *> its tax back.
       01  ws-void-match.
           05  ws-void-ksds-date       PIC 9(8).
           05  ws-void-ksds-seq        PIC 9(5).
           05  ws-void-tax-amount      PIC 9(7)V99.
           05  ws-void-ksds-type       PIC X.
               88  void-matched-shipped
                                       VALUE "N".
           05  ws-void-amount          PIC 9(7)V99.

      *> Per-store void tallies for the loss-prevention register.
       01  ws-void-table.
      *> Reject reason codes, tallied for the end-of-run breakdown
      *> report so month-end can see which edit is rejecting the most.
       01  ws-reason-totals.
           05  ws-reason-tbl OCCURS 18 TIMES INDEXED BY reason-idx.
               10  ws-reason-code-tbl   PIC XX.
               10  ws-reason-text-tbl   PIC X(24).
               10  ws-reason-count-tbl  PIC 9(7).
           05  FILLER PIC X(26) VALUE "11ITEM NOT ACTIVE FOR DT".
           05  FILLER PIC X(26) VALUE "12CUSTOMER ON CREDIT HOLD".
           05  FILLER PIC X(26) VALUE "13VOID NO MATCHING SALE".
           05  FILLER PIC X(26) VALUE "14POINTS NOT AVAILABLE".
           05  FILLER PIC X(26) VALUE "15GROUP LIMIT EXCEEDED".
           05  FILLER PIC X(26) VALUE "16INVALID CHANNEL/TXN TYPE".
           05  FILLER PIC X(26) VALUE "17NOT A FULFILLING STORE".
           05  FILLER PIC X(26) VALUE "18NO ORDER LINE TO CANCEL".
       01  ws-reason-init-table REDEFINES ws-reason-init-values
               OCCURS 18 TIMES.
           05  ws-reason-init-code      PIC XX.
           05  ws-reason-init-text      PIC X(24).

      *> printed above the store-level control break at end of run
      *> so the operations managers stop re-adding store totals
      *> into regions by hand.  Returns are left out, matching the
      *> gross-sales store totals.  The web and phone order takings
      *> inside each total are carried alongside it, and the till's
      *> share is what is left when the line prints.
       01  ws-rollup-tables.
           05  ws-district-count       PIC 9(3) VALUE ZERO.
           05  ws-district-tbl OCCURS 200 TIMES INDEXED BY dist-idx.
               10  ws-dist-region      PIC X(4).
               10  ws-dist-district    PIC X(4).
               10  ws-dist-amount      PIC 9(11)V99.
               10  ws-dist-web-amount  PIC 9(11)V99.
               10  ws-dist-phone-amount
                                       PIC 9(11)V99.
           05  ws-region-count         PIC 9(3) VALUE ZERO.
           05  ws-region-tbl OCCURS 50 TIMES INDEXED BY regn-idx.
               10  ws-regn-region      PIC X(4).
               10  ws-regn-amount      PIC 9(11)V99.
               10  ws-regn-web-amount  PIC 9(11)V99.
               10  ws-regn-phone-amount
                                       PIC 9(11)V99.

       01  ws-rollup-rpt-line.
           05  ws-rollup-rpt-region    PIC X(4).
           05  ws-rollup-rpt-district  PIC X(4).
           05  ws-rollup-rpt-amount    PIC 9(11)V99.
           05  ws-rollup-rpt-till      PIC 9(11)V99.
           05  ws-rollup-rpt-web       PIC 9(11)V99.
           05  ws-rollup-rpt-phone     PIC 9(11)V99.

      *> Burst images of the sales-on-day (and its return and
      *> redemption variants) and invalid-sales detail lines, laid
      *> out column for column as sales-report prints them.
       01  ws-burst-sales-line.
           05  ws-bsl-store            PIC 9(4).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  ws-bsl-cust-key         PIC X(10).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  ws-bsl-date             PIC 9(8).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  ws-bsl-credit-flag      PIC X(2).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-bsl-amount           PIC 9(7)V99.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  ws-burst-invalid-line.
           05  FILLER                  PIC X(12)
                                       VALUE "** REJECT **".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-bil-cust-key         PIC X(10).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  ws-bil-amount           PIC 9(7)V99.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  ws-bil-reason           PIC XX.
           05  FILLER                  PIC X(54) VALUE SPACES.

      *> Per-store daily tallies for the flash-report history --
      *> gross posted sales (returns excluded, matching the store
      *> control totals), the web and phone order sales inside
      *> them, and rejects by store.
       01  ws-store-day-table.
           05  ws-sday-count           PIC 9(3) VALUE ZERO.
           05  ws-sday-tbl OCCURS 500 TIMES INDEXED BY sday-idx.
               10  ws-sdy-qty          PIC 9(7).
               10  ws-sdy-amount       PIC 9(11)V99.
               10  ws-sdy-rejects      PIC 9(7).
               10  ws-sdy-web-sales    PIC 9(7).
               10  ws-sdy-web-amount   PIC 9(11)V99.
               10  ws-sdy-phone-sales  PIC 9(7).
               10  ws-sdy-phone-amount PIC 9(11)V99.
       01  ws-sday-business-date       PIC 9(8) VALUE ZERO.

      *> Corporate-group exposure: the combined balance of each
      *> parent's child accounts, built from CUSTMAST at start of
      *> run and kept current as tonight's postings move a child's
      *> balance.  The parent's own balance and group limit are read
      *> live off the master when a sale is edited.
       01  ws-group-table.
           05  ws-grp-count            PIC 9(4) VALUE ZERO.
           05  ws-grp-tbl OCCURS 1000 TIMES INDEXED BY grp-idx.
               10  ws-grp-parent-key   PIC X(10).
               10  ws-grp-children     PIC 9(9)V99.
       01  ws-group-fields.
           05  ws-grp-key              PIC X(10).
           05  ws-grp-limit            PIC 9(7)V99.
           05  ws-grp-exposure         PIC 9(9)V99.
           05  ws-grp-balance-before   PIC 9(7)V99.
           05  no-more-group-scan-sw   PIC X VALUE "N".
               88  no-more-group-scan
                   VALUE "Y" WHEN SET TO FALSE IS "N".

      *> Jurisdiction rate table and the tax component of the
      *> transaction in hand.  sales-amount is gross, so the
      *> component inside it is gross * rate / (100 + rate); no
               88  tax-exempt-sale
                   VALUE "Y" WHEN SET TO FALSE IS "N".

      *> Loyalty-points rate table and the points the transaction
      *> in hand earns, gives back or spends.  Earning is on the
      *> amount net of its tax component, truncated to whole
      *> points; redemption is priced at ws-pts-per-unit points to
      *> the 1.00.
       01  ws-points-fields.
           05  ws-pts-rate-count       PIC 9(3) VALUE ZERO.
           05  ws-pts-rate-tbl OCCURS 100 TIMES INDEXED BY ptr-idx.
               10  ws-ptr-category     PIC X(6).
               10  ws-ptr-rate         PIC 9(3)V99.
           05  ws-pts-default-rate     PIC 9(3)V99 VALUE 1.00.
           05  ws-pts-rate-in-force    PIC 9(3)V99.
           05  ws-pts-per-unit         PIC 9(5) VALUE 100.
           05  ws-pts-net-amount       PIC 9(7)V99.
           05  ws-pts-points           PIC 9(9).
           05  ws-pts-move-type        PIC X(4).
           05  no-more-pts-rates-sw    PIC X VALUE "N".
               88  no-more-pts-rates   VALUE "Y".
           05  points-found-sw         PIC X VALUE "N".
               88  points-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".

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

      *> PRICETOL, off the run-parameter registry.
      *> Price-tolerance parameter card: percentage, PIC 9(3)V99,
      *> columns 1-5.  Defaults to WS-PRICE-TOLERANCE-PCT's VALUE
      *> clause when the parameter is not registered.
       01  price-tolerance-parm-line  PIC X(5).

      *> POINTPRM, off the run-parameter registry.
      *> Points programme card: points per 1.00 of redemption
      *> value, columns 1-5, and the expiry window in days, columns
      *> 6-9 (the month-end expiry run's).  Defaults to 100 points
      *> to the 1.00 when the parameter is not registered.
       01  points-parm-card.
           05  ppm-points-per-unit     PIC 9(5).
           05  ppm-window-days         PIC 9(4).

       REPORT SECTION.
       RD  sales-report
           CONTROLS ARE sales-store-no
               10  COLUMN 37 PIC X(2)    VALUE "CR".
               10  COLUMN 40 PIC 9(7)V99 SOURCE sales-amount.

      *> Points redemptions print their own line for the same
      *> reason returns do -- the value spent is a credit against
      *> the customer, not a sale.
       01  redemption-on-day TYPE IS DETAIL.
           05  LINE NUMBER PLUS 1.
               10  COLUMN 1  PIC 9(4)    SOURCE sales-store-no.
               10  COLUMN 10 PIC X(10)   SOURCE sales-cust-key.
               10  COLUMN 25 PIC 9(8)    SOURCE sales-date.
               10  COLUMN 37 PIC X(2)    VALUE "PT".
               10  COLUMN 40 PIC 9(7)V99 SOURCE sales-amount.

      *> Order lines shipped but not yet invoiced print their own
      *> line as well: stock has gone, but nothing has been charged,
      *> so they stay out of the store gross until the invoice.
       01  shipped-on-day TYPE IS DETAIL.
           05  LINE NUMBER PLUS 1.
               10  COLUMN 1  PIC 9(4)    SOURCE sales-store-no.
               10  COLUMN 10 PIC X(10)   SOURCE sales-cust-key.
               10  COLUMN 25 PIC 9(8)    SOURCE sales-date.
               10  COLUMN 37 PIC X(2)    VALUE "SN".
               10  COLUMN 40 PIC 9(7)V99 SOURCE sales-amount.

       01  invalid-sales TYPE IS DETAIL.
           05  LINE NUMBER PLUS 1.
               10  COLUMN 1  PIC X(12)   VALUE "** REJECT **".
               10  COLUMN 30 PIC 9(7)V99 SOURCE sales-amount.
               10  COLUMN 45 PIC XX      SOURCE sales-reason-code.

      *> Rollup lines: total takings, then the till, web and phone
      *> shares of it, under one heading line.
       01  rollup-heading-line TYPE IS DETAIL.
           05  LINE NUMBER PLUS 2.
               10  COLUMN 1  PIC X(11)    VALUE "REGN   DIST".
               10  COLUMN 24 PIC X(5)     VALUE "TOTAL".
               10  COLUMN 40 PIC X(4)     VALUE "TILL".
               10  COLUMN 56 PIC X(3)     VALUE "WEB".
               10  COLUMN 69 PIC X(5)     VALUE "PHONE".

       01  district-rollup-line TYPE IS DETAIL.
           05  LINE NUMBER PLUS 1.
               10  COLUMN 1  PIC X(4)     SOURCE ws-rollup-rpt-region.
                   SOURCE ws-rollup-rpt-district.
               10  COLUMN 15 PIC ZZZ,ZZZ,ZZ9.99
                   SOURCE ws-rollup-rpt-amount.
               10  COLUMN 30 PIC ZZZ,ZZZ,ZZ9.99
                   SOURCE ws-rollup-rpt-till.
               10  COLUMN 45 PIC ZZZ,ZZZ,ZZ9.99
                   SOURCE ws-rollup-rpt-web.
               10  COLUMN 60 PIC ZZZ,ZZZ,ZZ9.99
                   SOURCE ws-rollup-rpt-phone.

       01  region-rollup-line TYPE IS DETAIL.
           05  LINE NUMBER PLUS 1.
               10  COLUMN 8  PIC X(5)     VALUE "TOTAL".
               10  COLUMN 15 PIC ZZZ,ZZZ,ZZ9.99
                   SOURCE ws-rollup-rpt-amount.
               10  COLUMN 30 PIC ZZZ,ZZZ,ZZ9.99
                   SOURCE ws-rollup-rpt-till.
               10  COLUMN 45 PIC ZZZ,ZZZ,ZZ9.99
                   SOURCE ws-rollup-rpt-web.
               10  COLUMN 60 PIC ZZZ,ZZZ,ZZ9.99
                   SOURCE ws-rollup-rpt-phone.

       01  void-register-line TYPE IS DETAIL.
           05  LINE NUMBER PLUS 1.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1010-READ-DROP-PARM
           PERFORM 1015-READ-PARTITION-PARM
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-SALES
           PERFORM 9700-CLAIM-CUSTMAST-LOCK
           PERFORM 1100-READ-RESTART-PARM
           PERFORM 1150-READ-DATE-RANGE-PARM
           PERFORM 1185-LOAD-TAX-RATES
           PERFORM 1186-LOAD-POINTS-RATES
           PERFORM 1190-READ-BUSDATE
           IF drop-run
               PERFORM 1195-READ-DROP-BUSDATE
               PERFORM 1020-CLAIM-DROP
           END-IF
           PERFORM 1175-READ-PRICE-TOLERANCE-PARM
           PERFORM 1187-READ-POINTS-PARM
           PERFORM 1200-INIT-REASON-TOTALS
           PERFORM 1050-SORT-SALES
           OPEN INPUT sales
           OPEN OUTPUT report-out
           PERFORM 9600-OPEN-REPORT-BURST
           OPEN OUTPUT checkpoint-file
           IF drop-run
               OPEN EXTEND reject-file
               IF ws-reject-status NOT = "00"
                   OPEN OUTPUT reject-file
               END-IF
           ELSE
               OPEN OUTPUT reject-file
           END-IF
           OPEN I-O customer-file
           PERFORM 9500-OPEN-CUST-JOURNAL
           PERFORM 1300-LOAD-GROUP-EXPOSURE
           OPEN I-O sales-ksds
           OPEN I-O item-mirror
           OPEN I-O customer-ledger
           OPEN I-O points-master
           IF ws-points-status NOT = "00"
               OPEN OUTPUT points-master
               CLOSE points-master
               OPEN I-O points-master
           END-IF
           OPEN EXTEND points-movement
           IF ws-points-move-status NOT = "00"
               OPEN OUTPUT points-movement
           END-IF
           OPEN INPUT period-control
           OPEN INPUT store-master
           OPEN INPUT item-master
           OPEN INPUT price-master
           OPEN INPUT promo-master
           OPEN INPUT tax-exempt-file
           IF partition-run AND NOT deferred-pass
               OPEN I-O cust-claim
               IF ws-cust-claim-status NOT = "00"
                   OPEN OUTPUT cust-claim
                   CLOSE cust-claim
                   OPEN I-O cust-claim
               END-IF
               OPEN EXTEND partition-defer
               IF ws-partition-defer-status NOT = "00"
                   OPEN OUTPUT partition-defer
               END-IF
           END-IF
           INITIATE sales-report
           IF restarting
               SET skipping-to-restart-point TO TRUE
           END-IF.

      *> Records with the same store and date keep their feed order,
      *> so a points redemption the till wrote after its basket
      *> posts after the sales it is spent against.
       1050-SORT-SALES.
           SORT sort-work
               ON ASCENDING KEY sw-store-no
               ON ASCENDING KEY sw-sales-date
               WITH DUPLICATES IN ORDER
               USING sales-raw
               GIVING sales.

       1200-INIT-REASON-TOTALS.
           PERFORM VARYING reason-idx FROM 1 BY 1
                   UNTIL reason-idx > 18
               MOVE ws-reason-init-code (reason-idx)
                   TO ws-reason-code-tbl (reason-idx)
               MOVE ws-reason-init-text (reason-idx)
               MOVE ZERO TO ws-reason-count-tbl (reason-idx)
           END-PERFORM.

      *> One sweep of the master totals every live child account's
      *> balance under its parent's key.  Merge tombstones carry a
      *> zero balance and are skipped.
       1300-LOAD-GROUP-EXPOSURE.
           SET no-more-group-scan TO FALSE
           MOVE LOW-VALUES TO cust-key
           START customer-file KEY IS >= cust-key
               INVALID KEY
                   SET no-more-group-scan TO TRUE
           END-START
           PERFORM UNTIL no-more-group-scan
               READ customer-file NEXT RECORD
                   AT END
                       SET no-more-group-scan TO TRUE
               END-READ
               IF NOT no-more-group-scan
                   AND NOT cust-merged-away
                   AND NOT cust-no-parent
                   MOVE cust-parent-key TO ws-grp-key
                   PERFORM 2264-FIND-GROUP-SLOT
                   IF NOT tally-dropped
                       ADD cust-balance TO ws-grp-children (grp-idx)
                   END-IF
               END-IF
           END-PERFORM.

       1010-READ-DROP-PARM.
           OPEN INPUT drop-parm
           IF ws-drop-parm-status = "00"
               READ drop-parm
                   AT END
                       CONTINUE
                   NOT AT END
                       IF drop-parm-line IS NUMERIC
                           MOVE drop-parm-line TO ws-drop-no
                           SET drop-run TO TRUE
                       ELSE
                           DISPLAY "DROPPARM NOT NUMERIC - "
                               drop-parm-line " - RUN REFUSED"
                           MOVE 12 TO RETURN-CODE
                           CLOSE drop-parm
                           STOP RUN
                       END-IF
               END-READ
               CLOSE drop-parm
           END-IF.

       1015-READ-PARTITION-PARM.
           OPEN INPUT partition-parm
           IF ws-partition-parm-status = "00"
               READ partition-parm
                   AT END
                       CONTINUE
                   NOT AT END
                       IF partition-parm-line IS NUMERIC
                           AND partition-parm-line NOT = "00"
                           MOVE partition-parm-line TO ws-partition-no
                           SET partition-run TO TRUE
                       ELSE
                           DISPLAY "PARTPARM NOT A PARTITION NUMBER - "
                               partition-parm-line " - RUN REFUSED"
                           MOVE 12 TO RETURN-CODE
                           CLOSE partition-parm
                           STOP RUN
                       END-IF
               END-READ
               CLOSE partition-parm
           END-IF
           IF partition-run AND NOT drop-run
               DISPLAY "PARTITION " ws-partition-no
                   " HAS NO DROPPARM CARD - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF partition-run AND NOT deferred-pass
               PERFORM 1016-LOAD-PARTITION-MAP
           END-IF.

      *> Without the map there is no telling which stores are this
      *> partition's, so the partition is refused rather than
      *> guessed.  Partitions 00 and 99 are not store partitions and
      *> are ignored on the map.
       1016-LOAD-PARTITION-MAP.
           OPEN INPUT partition-map
           IF ws-partition-map-status NOT = "00"
               DISPLAY "PARTMAP NOT AVAILABLE - STATUS "
                   ws-partition-map-status " - PARTITION REFUSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL no-more-part-map
               READ partition-map
                   AT END
                       SET no-more-part-map TO TRUE
                   NOT AT END
                       PERFORM 1017-LOAD-PARTITION-CARD
               END-READ
           END-PERFORM
           CLOSE partition-map.

       1017-LOAD-PARTITION-CARD.
           EVALUATE TRUE
               WHEN pmc-partition NOT NUMERIC
                   OR pmc-partition = "00"
                   OR pmc-partition = "99"
                   DISPLAY "PARTMAP CARD " partition-map-card
                       " - IGNORED"
               WHEN pmc-region = "****"
                   MOVE pmc-partition TO ws-part-default
               WHEN ws-part-map-count < 100
                   ADD 1 TO ws-part-map-count
                   SET pmap-idx TO ws-part-map-count
                   MOVE pmc-region TO ws-pm-region (pmap-idx)
                   MOVE pmc-partition TO ws-pm-partition (pmap-idx)
               WHEN OTHER
                   DISPLAY "PARTMAP FULL - REGION " pmc-region
                       " IGNORED"
           END-EVALUATE.

      *> Registers the drop in progress, or picks up a drop a
      *> crashed run left in progress: the rerun resumes after the
      *> drop's last checkpoint, with the counts as they stood
      *> there, unless the operator named a restart point on
      *> CKPTPARM.  A drop already processed or closed is refused.
       1020-CLAIM-DROP.
           OPEN I-O drop-control
           IF ws-drop-control-status NOT = "00"
               OPEN OUTPUT drop-control
               CLOSE drop-control
               OPEN I-O drop-control
           END-IF
           PERFORM 1022-CHECK-DROP-MODE
           MOVE ws-posting-busdate TO drop-business-date
           MOVE ws-drop-no TO drop-no
           MOVE ws-partition-no TO drop-partition
           READ drop-control
               INVALID KEY
                   PERFORM 1025-REGISTER-DROP
               NOT INVALID KEY
                   PERFORM 1030-RESUME-DROP
           END-READ.

      *> A drop runs whole or in partitions, never both: a
      *> partition is refused once the drop's own record is there
      *> (the drop ran whole, or its partitions have merged), and a
      *> whole run is refused once the drop has partitions.
       1022-CHECK-DROP-MODE.
           MOVE ws-posting-busdate TO drop-business-date
           MOVE ws-drop-no TO drop-no
           IF partition-run
               MOVE ZERO TO drop-partition
               READ drop-control
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "DROP " ws-drop-no " FOR "
                           ws-posting-busdate " ALREADY RUN WHOLE OR"
                           " MERGED - PARTITION " ws-partition-no
                           " REFUSED"
                       PERFORM 1029-REFUSE-DROP
               END-READ
           ELSE
               MOVE 1 TO drop-partition
               START drop-control KEY IS NOT LESS THAN drop-key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ drop-control NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF drop-business-date
                                       = ws-posting-busdate
                                   AND drop-no = ws-drop-no
                                   DISPLAY "DROP " ws-drop-no " FOR "
                                       ws-posting-busdate
                                       " IS RUN IN PARTITIONS"
                                       " - RUN REFUSED"
                                   PERFORM 1029-REFUSE-DROP
                               END-IF
                       END-READ
               END-START
           END-IF.

       1029-REFUSE-DROP.
           CLOSE drop-control
           PERFORM 9790-RELEASE-CUSTMAST-LOCK
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       1025-REGISTER-DROP.
           MOVE ws-posting-busdate TO drop-business-date
           MOVE ws-drop-no TO drop-no
           MOVE ws-partition-no TO drop-partition
           SET drop-in-progress TO TRUE
           MOVE 1 TO drop-run-count
           MOVE ZERO TO drop-ckpt-read-count
           MOVE ZERO TO drop-ckpt-edited
           MOVE ZERO TO drop-ckpt-posted
           MOVE ZERO TO drop-ckpt-rejected
           MOVE ZERO TO drop-ckpt-amount-posted
           MOVE ZERO TO drop-ckpt-amount-rejected
           MOVE ZERO TO drop-ckpt-feed
           MOVE ZERO TO drop-ckpt-skipped
           MOVE ZERO TO drop-ckpt-deferred
           MOVE ZERO TO drop-records-read
           MOVE ZERO TO drop-edited
           MOVE ZERO TO drop-posted
           MOVE ZERO TO drop-rejected
           MOVE ZERO TO drop-amount-posted
           MOVE ZERO TO drop-amount-rejected
           MOVE ZERO TO drop-feed-records
           MOVE ZERO TO drop-skipped
           MOVE ZERO TO drop-deferred
           MOVE FUNCTION CURRENT-DATE TO drop-start-timestamp
           MOVE SPACES TO drop-end-timestamp
           MOVE SPACES TO drop-close-timestamp
           WRITE drop-control-record.

       1030-RESUME-DROP.
           IF NOT drop-in-progress
               DISPLAY "DROP " ws-drop-no " FOR "
                   ws-posting-busdate " ALREADY PROCESSED "
                   drop-end-timestamp " - RUN REFUSED"
               CLOSE drop-control
               PERFORM 9790-RELEASE-CUSTMAST-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO drop-run-count
           IF NOT restarting
               AND drop-ckpt-read-count > ZERO
               MOVE drop-ckpt-read-count TO ws-restart-read-count
               SET restarting TO TRUE
           END-IF
           IF restarting
               IF ws-restart-read-count = drop-ckpt-read-count
                   MOVE drop-ckpt-edited TO ws-edited-count
                   MOVE drop-ckpt-posted TO ws-valid-count
                   MOVE drop-ckpt-rejected TO ws-reject-count
                   MOVE drop-ckpt-amount-posted TO ws-valid-amount
                   MOVE drop-ckpt-amount-rejected
                       TO ws-reject-amount
                   MOVE drop-ckpt-feed TO ws-part-feed-count
                   MOVE drop-ckpt-skipped TO ws-part-skipped-count
                   MOVE drop-ckpt-deferred TO ws-part-deferred-count
                   DISPLAY "DROP " ws-drop-no
                       " RESUMING AFTER RECORD "
                       ws-restart-read-count
               ELSE
                   DISPLAY "DROP " ws-drop-no " RESTART POINT "
                       ws-restart-read-count
                       " IS NOT ITS LAST CHECKPOINT "
                       drop-ckpt-read-count
                       " - COUNTS RESTART FROM ZERO"
               END-IF
           END-IF
           REWRITE drop-control-record.

       1100-READ-RESTART-PARM.
           OPEN INPUT restart-parm
           IF ws-restart-parm-status = "00"
           END-IF.

       1175-READ-PRICE-TOLERANCE-PARM.
           MOVE ws-posting-busdate TO ws-parm-as-of
           MOVE "PRICETOL" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO price-tolerance-parm-line
               MOVE price-tolerance-parm-line
                   TO ws-price-tolerance-pct
           END-IF.

       1185-LOAD-TAX-RATES.
               CLOSE tax-rate-parm
           END-IF.

       1186-LOAD-POINTS-RATES.
           OPEN INPUT points-rate-parm
           IF ws-points-rate-status NOT = "00"
               SET no-more-pts-rates TO TRUE
           ELSE
               PERFORM UNTIL no-more-pts-rates
                   READ points-rate-parm
                       AT END
                           SET no-more-pts-rates TO TRUE
                       NOT AT END
                           IF ptr-category = "DFLT"
                               MOVE ptr-points-per-unit
                                   TO ws-pts-default-rate
                           ELSE
                               IF ws-pts-rate-count < 100
                                   ADD 1 TO ws-pts-rate-count
                                   SET ptr-idx TO ws-pts-rate-count
                                   MOVE ptr-category
                                       TO ws-ptr-category (ptr-idx)
                                   MOVE ptr-points-per-unit
                                       TO ws-ptr-rate (ptr-idx)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE points-rate-parm
           END-IF.

       1187-READ-POINTS-PARM.
           MOVE ws-posting-busdate TO ws-parm-as-of
           MOVE "POINTPRM" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO points-parm-card
               IF ppm-points-per-unit > ZERO
                   MOVE ppm-points-per-unit
                       TO ws-pts-per-unit
               END-IF
           END-IF.

       1190-READ-BUSDATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ws-posting-busdate
           OPEN INPUT busdate-card
               CLOSE busdate-card
           END-IF.

      *> A drop posts under the business date the coming night
      *> will close.  Without DATECTL there is no telling which
      *> night that is, so the drop is refused rather than guessed.
       1195-READ-DROP-BUSDATE.
           OPEN INPUT date-control
           IF ws-date-control-status NOT = "00"
               DISPLAY "DATECTL NOT AVAILABLE - STATUS "
                   ws-date-control-status " - DROP REFUSED"
               PERFORM 9790-RELEASE-CUSTMAST-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ date-control
               AT END
                   DISPLAY "DATECTL EMPTY - DROP REFUSED"
                   CLOSE date-control
                   PERFORM 9790-RELEASE-CUSTMAST-LOCK
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE date-control
           MOVE dctl-next-business-date TO ws-posting-busdate.

       2000-PROCESS-SALES.
           READ sales
               AT END
               ELSE
                   IF sales-date >= ws-business-date-from
                       AND sales-date <= ws-business-date-to
                       IF partition-run
                           PERFORM 2030-ROUTE-PARTITION
                       ELSE
                           PERFORM 2200-EDIT-AND-REPORT
                       END-IF
                   END-IF
               END-IF
               PERFORM 2900-CHECKPOINT-IF-DUE
           END-IF.

      *> A partition edits only its own stores' sales, and of
      *> those only the ones whose customers it can claim; the
      *> serial pass edits all it reads.
       2030-ROUTE-PARTITION.
           ADD 1 TO ws-part-feed-count
           IF deferred-pass
               PERFORM 2200-EDIT-AND-REPORT
           ELSE
               PERFORM 2035-FIND-SALE-PARTITION
               IF ws-sale-partition NOT = ws-partition-no
                   ADD 1 TO ws-part-skipped-count
               ELSE
                   PERFORM 2040-CLAIM-CUSTOMERS
                   IF claim-conflict
                       ADD 1 TO ws-part-deferred-count
                       WRITE partition-defer-record FROM sales-record
                   ELSE
                       PERFORM 2200-EDIT-AND-REPORT
                   END-IF
               END-IF
           END-IF.

      *> The store's region decides; a store not on the master, or
      *> in a region the map does not place, goes to the default
      *> partition, where the store edit rejects or posts it.
       2035-FIND-SALE-PARTITION.
           MOVE ws-part-default TO ws-sale-partition
           MOVE sales-store-no TO store-key
           READ store-master
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET pmap-idx TO 1
                   SEARCH ws-part-map-tbl
                       AT END
                           CONTINUE
                       WHEN pmap-idx > ws-part-map-count
                           CONTINUE
                       WHEN ws-pm-region (pmap-idx) = store-region
                           MOVE ws-pm-partition (pmap-idx)
                               TO ws-sale-partition
                   END-SEARCH
           END-READ.

      *> Claims the account the sale posts to -- the survivor, when
      *> the key on the sale was merged away -- and its group
      *> parent.  A missing customer key claims nothing; the edit
      *> rejects it.
       2040-CLAIM-CUSTOMERS.
           SET claim-conflict TO FALSE
           IF sales-cust-key NOT = SPACES
               MOVE sales-cust-key TO ws-claim-key
               PERFORM 2045-CLAIM-ONE-KEY
               PERFORM 2042-READ-CLAIMED-CUSTOMER
               IF customer-found AND cust-merged-away
                   MOVE cust-hold-reason (1:10) TO ws-claim-key
                   PERFORM 2045-CLAIM-ONE-KEY
                   PERFORM 2042-READ-CLAIMED-CUSTOMER
               END-IF
               IF customer-found AND NOT cust-no-parent
                   MOVE cust-parent-key TO ws-claim-key
                   PERFORM 2045-CLAIM-ONE-KEY
               END-IF
           END-IF.

       2042-READ-CLAIMED-CUSTOMER.
           MOVE ws-claim-key TO cust-key
           READ customer-file
               INVALID KEY
                   SET customer-found TO FALSE
               NOT INVALID KEY
                   SET customer-found TO TRUE
           END-READ.

      *> A claim this partition already holds is its own; one
      *> another partition holds -- or writes between this read and
      *> this write -- is a conflict.
       2045-CLAIM-ONE-KEY.
           MOVE ws-posting-busdate TO clm-business-date
           MOVE ws-drop-no TO clm-drop-no
           MOVE ws-claim-key TO clm-cust-key
           READ cust-claim
               INVALID KEY
                   MOVE ws-partition-no TO clm-partition
                   MOVE FUNCTION CURRENT-DATE TO clm-timestamp
                   WRITE cust-claim-record
                       INVALID KEY
                           SET claim-conflict TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   IF clm-partition NOT = ws-partition-no
                       SET claim-conflict TO TRUE
                   END-IF
           END-READ.

       2100-CHECK-RESTART-POINT.
           IF ws-read-count = ws-restart-read-count
               SET skipping-to-restart-point TO FALSE
           IF valid-record
               ADD 1 TO ws-valid-count
               ADD sales-amount TO ws-valid-amount
               EVALUATE TRUE
                   WHEN sales-void-txn
      *> The void hands back the tax the original carried, marks
      *> the lookback pair voided, and tallies the register; it
      *> writes no lookback record of its own and stays out of the
      *> store gross.
                       MOVE ws-void-tax-amount TO ws-tax-amount
                       PERFORM 2272-POST-CUSTOMER-BALANCE
                       PERFORM 2291-MARK-VOIDED-RECORDS
                       PERFORM 2292-TALLY-VOID-REGISTER
                   WHEN sales-cancel-txn
      *> An order cancellation marks the order line it matched
      *> voided, and backs out the balance only if the line had
      *> been invoiced -- a line still shipped-not-invoiced never
      *> posted any.  Like a void it prints nothing and writes no
      *> lookback record of its own.
                       IF NOT void-matched-shipped
                           MOVE ws-void-tax-amount TO ws-tax-amount
                           PERFORM 2272-POST-CUSTOMER-BALANCE
                       END-IF
                       PERFORM 2291-MARK-VOIDED-RECORDS
                   WHEN sales-shipped-txn
      *> Shipped, not yet invoiced: the lookback record moves the
      *> stock, and the SN line and the burst show it went; there
      *> is nothing to charge yet, so no balance, ledger or points.
                       PERFORM 2279-COMPUTE-TAX-COMPONENT
                       GENERATE shipped-on-day
                       PERFORM 9610-BURST-SALES-LINE
                       PERFORM 2280-WRITE-SALES-KSDS
                   WHEN sales-points-redeem-txn
      *> A redemption carries no tax and sells nothing: it credits
      *> the balance and spends the points, and writes no lookback
      *> record -- there is no item or quantity to look back on.
                       MOVE ZERO TO ws-tax-amount
                       PERFORM 2272-POST-CUSTOMER-BALANCE
                       GENERATE redemption-on-day
                       PERFORM 9610-BURST-SALES-LINE
                   WHEN OTHER
                       PERFORM 2279-COMPUTE-TAX-COMPONENT
                       PERFORM 2272-POST-CUSTOMER-BALANCE
                       IF sales-return-txn
                           GENERATE return-on-day
                       ELSE
                           GENERATE sales-on-day
                           PERFORM 2285-TALLY-REGION-ROLLUP
                           PERFORM 2287-TALLY-STORE-DAY
                       END-IF
                       PERFORM 9610-BURST-SALES-LINE
      *> The invoice for an order line already shipped turns the
      *> shipped lookback record into this sale rather than write
      *> a second one, so the stock it moved is not moved again.
                       SET void-match-found TO FALSE
                       IF sales-order-channel AND sales-sale-txn
                           PERFORM 2298-FIND-ORDER-LINE
                       END-IF
                       IF void-match-found
                           PERFORM 2284-INVOICE-SHIPPED-LINE
                       ELSE
                           PERFORM 2280-WRITE-SALES-KSDS
                       END-IF
               END-EVALUATE
           ELSE
               ADD 1 TO ws-reject-count
               ADD sales-amount TO ws-reject-amount
               PERFORM 2288-TALLY-STORE-REJECT
               GENERATE invalid-sales
               PERFORM 9620-BURST-INVALID-LINE
               PERFORM 2250-WRITE-REJECT
           END-IF.

                   MOVE store-district
                       TO ws-dist-district (dist-idx)
                   MOVE ZERO TO ws-dist-amount (dist-idx)
                   MOVE ZERO TO ws-dist-web-amount (dist-idx)
                   MOVE ZERO TO ws-dist-phone-amount (dist-idx)
               WHEN ws-dist-region (dist-idx) = store-region
                   AND ws-dist-district (dist-idx) = store-district
                   CONTINUE
           END-SEARCH
           IF NOT tally-dropped
               ADD sales-amount TO ws-dist-amount (dist-idx)
               EVALUATE TRUE
                   WHEN sales-web-channel
                       ADD sales-amount
                           TO ws-dist-web-amount (dist-idx)
                   WHEN sales-phone-channel
                       ADD sales-amount
                           TO ws-dist-phone-amount (dist-idx)
               END-EVALUATE
           END-IF
           SET tally-dropped TO FALSE
           SET regn-idx TO 1
                   ADD 1 TO ws-region-count
                   MOVE store-region TO ws-regn-region (regn-idx)
                   MOVE ZERO TO ws-regn-amount (regn-idx)
                   MOVE ZERO TO ws-regn-web-amount (regn-idx)
                   MOVE ZERO TO ws-regn-phone-amount (regn-idx)
               WHEN ws-regn-region (regn-idx) = store-region
                   CONTINUE
           END-SEARCH
           IF NOT tally-dropped
               ADD sales-amount TO ws-regn-amount (regn-idx)
               EVALUATE TRUE
                   WHEN sales-web-channel
                       ADD sales-amount
                           TO ws-regn-web-amount (regn-idx)
                   WHEN sales-phone-channel
                       ADD sales-amount
                           TO ws-regn-phone-amount (regn-idx)
               END-EVALUATE
           END-IF.

      *> Tax component of the gross amount, from the rate for the
               ADD sales-qty TO ws-sdy-qty (sday-idx)
               ADD sales-amount TO ws-sdy-amount (sday-idx)
               MOVE sales-date TO ws-sday-business-date
               EVALUATE TRUE
                   WHEN sales-web-channel
                       ADD 1 TO ws-sdy-web-sales (sday-idx)
                       ADD sales-amount
                           TO ws-sdy-web-amount (sday-idx)
                   WHEN sales-phone-channel
                       ADD 1 TO ws-sdy-phone-sales (sday-idx)
                       ADD sales-amount
                           TO ws-sdy-phone-amount (sday-idx)
               END-EVALUATE
           END-IF.

       2288-TALLY-STORE-REJECT.
                   MOVE ZERO TO ws-sdy-qty (sday-idx)
                   MOVE ZERO TO ws-sdy-amount (sday-idx)
                   MOVE ZERO TO ws-sdy-rejects (sday-idx)
                   MOVE ZERO TO ws-sdy-web-sales (sday-idx)
                   MOVE ZERO TO ws-sdy-web-amount (sday-idx)
                   MOVE ZERO TO ws-sdy-phone-sales (sday-idx)
                   MOVE ZERO TO ws-sdy-phone-amount (sday-idx)
               WHEN ws-sdy-store (sday-idx) = sales-store-no
                   CONTINUE
           END-SEARCH.

      *> Point-of-sale lookback copy.  The sequence counter starts
      *> at zero every run, and every drop, partition and resume is
      *> a run of its own, so a customer posting on the same sales
      *> date in an earlier run collides here; the sequence is
      *> bumped until the write takes, the way the ledger writers
      *> do, and the mirror is written under the sequence that
      *> landed.
       2280-WRITE-SALES-KSDS.
           ADD 1 TO ws-ksds-seq-ctr
           MOVE sales-cust-key   TO ksds-cust-key
           MOVE ws-tax-amount    TO ksds-tax-amount
           MOVE sales-cashier-id TO ksds-cashier-id
           MOVE ws-posting-busdate TO ksds-posting-date
           MOVE sales-receipt-no TO ksds-receipt-no
           MOVE sales-line-no    TO ksds-line-no
           MOVE sales-channel    TO ksds-channel
           IF promo-matched
               SET ksds-promo-sale TO TRUE
           ELSE
           END-IF
           WRITE sales-ksds-record
               INVALID KEY
                   ADD 1 TO ws-ksds-seq-ctr
                   MOVE ws-ksds-seq-ctr TO ksds-seq
                   PERFORM 2280-RETRY-KSDS-WRITE
                       UNTIL ws-sales-ksds-status NOT = "22"
           END-WRITE
           PERFORM 2281-WRITE-ITEM-MIRROR.

       2280-RETRY-KSDS-WRITE.
           WRITE sales-ksds-record
               INVALID KEY
                   ADD 1 TO ws-ksds-seq-ctr
                   MOVE ws-ksds-seq-ctr TO ksds-seq
           END-WRITE.

      *> Item-keyed mirror of the record just written.  The
      *> sequence is only a tiebreaker on the item side, so a
      *> collision (a rerun re-posting the same item and date)
                           MOVE ksds-seq TO ws-void-ksds-seq
                           MOVE ksds-tax-amount
                               TO ws-void-tax-amount
                           MOVE ksds-txn-type TO ws-void-ksds-type
                           MOVE ksds-amount TO ws-void-amount
                           SET no-more-lookback TO TRUE
                       END-IF
                   ELSE
      *> The matched lookback record and its item-mirror twin are
      *> marked voided in place, so duplicate detection, return
      *> netting, inventory and the item reports pass them by while
      *> the trail stays whole.  A void matches a sale; an order
      *> cancellation an order line, shipped or invoiced.
       2291-MARK-VOIDED-RECORDS.
           MOVE sales-cust-key TO ksds-cust-key
           MOVE ws-void-ksds-date TO ksds-date
                   MOVE "X" TO ksds-txn-type
                   REWRITE sales-ksds-record
           END-READ
           PERFORM 2299-FIND-MIRROR-TWIN
           IF mirror-found
               MOVE "X" TO ik-txn-type
               REWRITE item-mirror-record
           ELSE
               DISPLAY "VOID MARK LOST MIRROR RECORD "
                   sales-item-no " " ws-void-ksds-date
           END-IF.

      *> The invoice for a shipped order line: the shipped lookback
      *> record and its mirror twin become the sale, carrying the
      *> invoiced price, amount and tax.  Key, store, item,
      *> quantity and posting date stay as shipped, so the stock
      *> and cost the shipment moved are not moved a second time.
       2284-INVOICE-SHIPPED-LINE.
           MOVE sales-cust-key TO ksds-cust-key
           MOVE ws-void-ksds-date TO ksds-date
           MOVE ws-void-ksds-seq TO ksds-seq
           READ sales-ksds
               INVALID KEY
                   DISPLAY "INVOICE LOST SHIPPED RECORD "
                       sales-cust-key " " sales-receipt-no
               NOT INVALID KEY
                   MOVE sales-txn-type   TO ksds-txn-type
                   MOVE sales-unit-price TO ksds-unit-price
                   MOVE sales-amount     TO ksds-amount
                   MOVE ws-tax-amount    TO ksds-tax-amount
                   IF promo-matched
                       SET ksds-promo-sale TO TRUE
                   END-IF
                   REWRITE sales-ksds-record
           END-READ
           PERFORM 2299-FIND-MIRROR-TWIN
           IF mirror-found
               MOVE sales-txn-type   TO ik-txn-type
               MOVE sales-unit-price TO ik-unit-price
               MOVE sales-amount     TO ik-amount
               MOVE ws-tax-amount    TO ik-tax-amount
               MOVE ksds-promo-flag  TO ik-promo-flag
               REWRITE item-mirror-record
           ELSE
               DISPLAY "INVOICE LOST MIRROR RECORD "
                   sales-item-no " " ws-void-ksds-date
           END-IF.

      *> Reads the item-mirror twin of the matched lookback record
      *> -- same customer, the type and amount the match held.  The
      *> twin normally shares the lookback sequence; when a write
      *> collision bumped it, the item/date range is browsed for
      *> the matching record.
       2299-FIND-MIRROR-TWIN.
           SET mirror-found TO FALSE
           MOVE sales-item-no TO ik-item-no
           MOVE ws-void-ksds-date TO ik-date
                   CONTINUE
               NOT INVALID KEY
                   IF ik-cust-key = sales-cust-key
                       AND ik-amount = ws-void-amount
                       AND ik-txn-type = ws-void-ksds-type
                       SET mirror-found TO TRUE
                   END-IF
           END-READ
           IF NOT mirror-found
               PERFORM 2293-BROWSE-MIRROR-FOR-MATCH
           END-IF.

       2293-BROWSE-MIRROR-FOR-MATCH.
                   IF ik-item-no = sales-item-no
                       AND ik-date = ws-void-ksds-date
                       IF ik-cust-key = sales-cust-key
                           AND ik-amount = ws-void-amount
                           AND ik-qty = sales-qty
                           AND ik-txn-type = ws-void-ksds-type
                           SET mirror-found TO TRUE
                       END-IF
                   ELSE
               END-IF
           END-PERFORM.

      *> Browses the customer's lookback for the order line the
      *> transaction names -- same order number and line, item and
      *> quantity.  An invoice wants the line shipped and not yet
      *> invoiced.  A cancellation wants the line still live,
      *> shipped or invoiced, for the amount it cancels and posted
      *> under tonight's business date.  The matched record's key,
      *> type, amount and tax are held as a void's are.
       2298-FIND-ORDER-LINE.
           SET void-match-found TO FALSE
           MOVE sales-cust-key TO ksds-cust-key
           MOVE ZERO TO ksds-date
           MOVE ZERO TO ksds-seq
           SET no-more-lookback TO FALSE
           START sales-ksds KEY IS >= ksds-key
               INVALID KEY
                   SET no-more-lookback TO TRUE
           END-START
           PERFORM UNTIL no-more-lookback
               READ sales-ksds NEXT RECORD
                   AT END
                       SET no-more-lookback TO TRUE
               END-READ
               IF NOT no-more-lookback
                   IF ksds-cust-key = sales-cust-key
                       IF ksds-order-channel
                           AND ksds-receipt-no = sales-receipt-no
                           AND ksds-line-no = sales-line-no
                           AND ksds-item-no = sales-item-no
                           AND ksds-qty = sales-qty
                           AND ((sales-cancel-txn
                                 AND (ksds-shipped-txn
                                   OR ksds-sale-txn)
                                 AND ksds-amount = sales-amount
                                 AND ksds-posting-date
                                     = ws-posting-busdate)
                             OR (NOT sales-cancel-txn
                                 AND ksds-shipped-txn))
                           SET void-match-found TO TRUE
                           MOVE ksds-date TO ws-void-ksds-date
                           MOVE ksds-seq TO ws-void-ksds-seq
                           MOVE ksds-tax-amount
                               TO ws-void-tax-amount
                           MOVE ksds-txn-type TO ws-void-ksds-type
                           MOVE ksds-amount TO ws-void-amount
                           SET no-more-lookback TO TRUE
                       END-IF
                   ELSE
                       SET no-more-lookback TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       2292-TALLY-VOID-REGISTER.
           SET tally-dropped TO FALSE
           SET void-idx TO 1
                           PERFORM 2265-CHECK-STORE
                       END-IF
                       IF valid-record
                           PERFORM 2261-CHECK-CHANNEL
                       END-IF
                       IF valid-record
                           AND NOT sales-points-redeem-txn
                           PERFORM 2267-CHECK-ITEM
                       END-IF
                       IF valid-record
                                       PERFORM
                                           2278-CHECK-RETURN-BALANCE
                                   END-IF
      *> An order cancellation must name an order line posted
      *> tonight (reason 18); one already invoiced backs its
      *> balance out, so it gets the void's balance hold.
                               WHEN sales-cancel-txn
                                   PERFORM 2298-FIND-ORDER-LINE
                                   IF NOT void-match-found
                                       SET valid-record TO FALSE
                                       MOVE "18" TO sales-reason-code
                                   END-IF
                                   IF valid-record
                                       AND NOT void-matched-shipped
                                       PERFORM
                                           2278-CHECK-RETURN-BALANCE
                                   END-IF
                               WHEN sales-return-txn
                                   PERFORM 2277-CHECK-RETURN-QTY
                                   IF valid-record
                                       PERFORM
                                           2275-CHECK-PRICE-REASONABLE
                                   END-IF
      *> A redemption must be covered by the customer's points and
      *> by the balance it credits -- the return balance hold again.
      *> Points belong to account customers, so one missing from
      *> the master has nothing to spend.
                               WHEN sales-points-redeem-txn
                                   PERFORM 2294-CHECK-POINTS-AVAILABLE
                                   IF valid-record
                                       PERFORM
                                           2278-CHECK-RETURN-BALANCE
                                   END-IF
                                   IF valid-record
                                       AND NOT customer-found
                                       SET valid-record TO FALSE
                                       MOVE "14" TO sales-reason-code
                                   END-IF
                               WHEN OTHER
                                   PERFORM 2270-CHECK-CREDIT-LIMIT
                                   IF valid-record
      *> master-file problem, not a sales-edit problem.  The balance
      *> itself isn't touched here -- see 2272-POST-CUSTOMER-BALANCE --
      *> since the record still has to clear the price-reasonability
      *> edit before the sale is allowed to post.  A sale that clears
      *> the account's own limit is then tested against its
      *> corporate group's limit (reason 15) -- see 2266.
       2270-CHECK-CREDIT-LIMIT.
           MOVE sales-cust-key TO cust-key
           READ customer-file
                           MOVE "04" TO sales-reason-code
                       END-IF
                   END-IF
           END-READ
           IF valid-record AND customer-found
               PERFORM 2266-CHECK-GROUP-LIMIT
           END-IF.

      *> Group exposure is the parent's balance plus every child's
      *> plus this sale, against the group limit on the parent; a
      *> parent with no group limit (zero) leaves its group
      *> uncapped.  A child's parent is read through the one
      *> customer buffer, so the child is read back afterwards for
      *> the posting that follows.  A parent missing from the
      *> master, or merged away, caps nothing -- the maintenance
      *> run refuses links to either, so that is a master-file
      *> problem for the reconciliation, not a sales-edit one.
       2266-CHECK-GROUP-LIMIT.
           MOVE ZERO TO ws-grp-limit
           MOVE SPACES TO ws-grp-key
           IF NOT cust-no-parent
               MOVE cust-parent-key TO ws-grp-key
           ELSE
               IF cust-group-limit > ZERO
                   MOVE cust-key TO ws-grp-key
               END-IF
           END-IF
           IF ws-grp-key NOT = SPACES
               PERFORM 2264-FIND-GROUP-SLOT
               IF tally-dropped
                   MOVE ZERO TO ws-grp-exposure
               ELSE
                   MOVE ws-grp-children (grp-idx) TO ws-grp-exposure
               END-IF
               IF cust-no-parent
                   MOVE cust-group-limit TO ws-grp-limit
                   ADD cust-balance TO ws-grp-exposure
               ELSE
                   MOVE ws-grp-key TO cust-key
                   READ customer-file
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF NOT cust-merged-away
                               MOVE cust-group-limit TO ws-grp-limit
                               ADD cust-balance TO ws-grp-exposure
                           END-IF
                   END-READ
                   MOVE sales-cust-key TO cust-key
                   READ customer-file
                       INVALID KEY
                           SET customer-found TO FALSE
                   END-READ
               END-IF
               ADD sales-amount TO ws-grp-exposure
               IF ws-grp-limit > ZERO
                   AND ws-grp-exposure > ws-grp-limit
                   SET valid-record TO FALSE
                   MOVE "15" TO sales-reason-code
               END-IF
           END-IF.

       2264-FIND-GROUP-SLOT.
           SET tally-dropped TO FALSE
           SET grp-idx TO 1
           SEARCH ws-grp-tbl
               AT END
                   SET tally-dropped TO TRUE
                   DISPLAY "GROUP TABLE FULL - "
                       ws-grp-key " DROPPED"
               WHEN grp-idx > ws-grp-count
                   ADD 1 TO ws-grp-count
                   MOVE ws-grp-key TO ws-grp-parent-key (grp-idx)
                   MOVE ZERO TO ws-grp-children (grp-idx)
               WHEN ws-grp-parent-key (grp-idx) = ws-grp-key
                   CONTINUE
           END-SEARCH.

      *> Rejects the transaction (reason 05) when sales-amount falls
      *> outside +/- ws-price-tolerance-pct of sales-qty times the
      *> mis-keyed store can no longer become its own "store" on the
      *> control-break report.  A successful read leaves the store's
      *> region/district in the record area for the rollup tally.
      *> Channel edit.  Reason 16: a channel the shop does not
      *> have, an order-desk transaction (shipped or cancelled) on
      *> a till sale, a till void on an order line, or an order
      *> line with no order number to match its invoice or
      *> cancellation by.  Reason 17: an order line assigned to a
      *> store STORMAST does not mark as fulfilling orders -- the
      *> store edit has just read its record.
       2261-CHECK-CHANNEL.
           EVALUATE TRUE
               WHEN NOT sales-till-channel
                   AND NOT sales-order-channel
               WHEN sales-till-channel
                   AND (sales-shipped-txn OR sales-cancel-txn)
               WHEN sales-order-channel
                   AND (sales-void-txn OR sales-receipt-no = SPACES)
                   SET valid-record TO FALSE
                   MOVE "16" TO sales-reason-code
               WHEN sales-order-channel
                   AND NOT store-fulfils-orders
                   SET valid-record TO FALSE
                   MOVE "17" TO sales-reason-code
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2265-CHECK-STORE.
           MOVE sales-store-no TO store-key
           READ store-master
                           AND ksds-amount = sales-amount
                           AND ((ksds-sale-txn AND sales-sale-txn)
                             OR (ksds-return-txn
                                 AND sales-return-txn)
                             OR (ksds-shipped-txn
                                 AND sales-shipped-txn))
                           SET valid-record TO FALSE
                           MOVE "09" TO sales-reason-code
                           SET no-more-lookback TO TRUE
       2272-POST-CUSTOMER-BALANCE.
           MOVE ZERO TO ws-credit-drawdown
           IF customer-found
               MOVE cust-balance TO ws-grp-balance-before
               IF sales-return-txn OR sales-void-txn
                   OR sales-cancel-txn OR sales-points-redeem-txn
                   SUBTRACT sales-amount FROM cust-balance
               ELSE
                   ADD sales-amount TO cust-balance
                   PERFORM 2282-DRAW-DOWN-CREDIT
               END-IF
               REWRITE customer-record
               PERFORM 9510-JOURNAL-CUSTOMER
               IF NOT cust-no-parent
                   PERFORM 2263-ADJUST-GROUP-EXPOSURE
               END-IF
           ELSE
               MOVE ZERO TO ws-sale-balance-after
           END-IF
           PERFORM 2274-WRITE-LEDGER-ENTRY
           IF customer-found AND ws-credit-drawdown > ZERO
               PERFORM 2283-WRITE-CREDIT-DRAWDOWN
           END-IF
           IF customer-found
               PERFORM 2295-POST-LOYALTY-POINTS
           END-IF.

      *> A child's balance moved, so its group's running total
      *> moves by the same amount for the next sale's group edit.
       2263-ADJUST-GROUP-EXPOSURE.
           MOVE cust-parent-key TO ws-grp-key
           PERFORM 2264-FIND-GROUP-SLOT
           IF NOT tally-dropped
               COMPUTE ws-grp-children (grp-idx) =
                   ws-grp-children (grp-idx) + cust-balance
                   - ws-grp-balance-before
           END-IF.

      *> Credit standing on the account -- banked by cash
           MOVE ZERO             TO ledg-tax-amount
           MOVE ws-posting-busdate TO ledg-posting-date
           MOVE SPACES           TO ledg-tender-type
           MOVE ZERO             TO ledg-charges-forward
           WRITE customer-ledger-record
               INVALID KEY
                   ADD 1 TO ws-ledg-seq-ctr
      *> program writes this file for the same customer and date (cash
      *> application credits land here too), so a collision on the
      *> in-memory sequence is expected occasionally; the ledger is a
      *> money trail, so the sequence is bumped until the write
      *> takes.
       2274-WRITE-LEDGER-ENTRY.
           ADD 1 TO ws-ledg-seq-ctr
           MOVE ws-ledg-seq-ctr  TO ledg-seq
           IF customer-found
               EVALUATE TRUE
                   WHEN sales-void-txn OR sales-cancel-txn
                       SET ledg-void-txn   TO TRUE
                   WHEN sales-return-txn
                       SET ledg-return-txn TO TRUE
                   WHEN sales-points-redeem-txn
                       SET ledg-points-redeem-txn TO TRUE
                   WHEN OTHER
                       SET ledg-sale-txn   TO TRUE
               END-EVALUATE
               MOVE ZERO TO ledg-balance-after
           END-IF
           IF sales-return-txn OR sales-void-txn
               OR sales-cancel-txn OR sales-points-redeem-txn
               SET ledg-credit     TO TRUE
           ELSE
               SET ledg-debit      TO TRUE
           MOVE ws-tax-amount    TO ledg-tax-amount
           MOVE ws-posting-busdate TO ledg-posting-date
           MOVE SPACES           TO ledg-tender-type
           MOVE ZERO             TO ledg-charges-forward
           WRITE customer-ledger-record
               INVALID KEY
                   ADD 1 TO ws-ledg-seq-ctr
                   MOVE ws-ledg-seq-ctr TO ledg-seq
           END-WRITE.

      *> Rejects a redemption (reason 14) the customer's points
      *> cannot cover at the programme's redemption rate, or one
      *> from a customer who has never earned a point.
       2294-CHECK-POINTS-AVAILABLE.
           COMPUTE ws-pts-points ROUNDED =
               sales-amount * ws-pts-per-unit
           MOVE sales-cust-key TO pts-cust-key
           READ points-master
               INVALID KEY
                   SET valid-record TO FALSE
                   MOVE "14" TO sales-reason-code
               NOT INVALID KEY
                   IF ws-pts-points > pts-balance
                       SET valid-record TO FALSE
                       MOVE "14" TO sales-reason-code
                   END-IF
           END-READ.

      *> Moves the customer's points for the posting just made.  A
      *> sale earns on its amount net of tax at its category's
      *> rate; a return or void takes back what the same amount
      *> earns, but never more than the customer still holds --
      *> points already spent stay spent.  A redemption spends the
      *> points its value is priced at.  The first points a
      *> customer earns enrol them.
       2295-POST-LOYALTY-POINTS.
           SET points-found TO FALSE
           MOVE sales-cust-key TO pts-cust-key
           READ points-master
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET points-found TO TRUE
           END-READ
           MOVE ZERO TO ws-pts-points
           EVALUATE TRUE
               WHEN sales-points-redeem-txn
                   MOVE "PRDM" TO ws-pts-move-type
                   IF points-found
                       COMPUTE ws-pts-points ROUNDED =
                           sales-amount * ws-pts-per-unit
                   END-IF
               WHEN sales-return-txn OR sales-void-txn
                   OR sales-cancel-txn
                   MOVE "TKBK" TO ws-pts-move-type
                   IF points-found
                       PERFORM 2296-COMPUTE-EARNED-POINTS
                   END-IF
               WHEN OTHER
                   MOVE "EARN" TO ws-pts-move-type
                   PERFORM 2296-COMPUTE-EARNED-POINTS
           END-EVALUATE
           IF ws-pts-move-type NOT = "EARN"
               AND ws-pts-points > pts-balance
               MOVE pts-balance TO ws-pts-points
           END-IF
           IF ws-pts-points > ZERO
               IF NOT points-found
                   MOVE sales-cust-key TO pts-cust-key
                   MOVE ZERO TO pts-balance
                   MOVE ZERO TO pts-earned-total
                   MOVE ZERO TO pts-used-total
                   MOVE sales-date TO pts-enrolled-date
                   MOVE ZERO TO pts-last-expiry-date
               END-IF
               IF ws-pts-move-type = "EARN"
                   ADD ws-pts-points TO pts-balance
                   ADD ws-pts-points TO pts-earned-total
               ELSE
                   SUBTRACT ws-pts-points FROM pts-balance
                   ADD ws-pts-points TO pts-used-total
               END-IF
               MOVE sales-date TO pts-last-activity-date
               MOVE FUNCTION CURRENT-DATE TO pts-timestamp
               IF points-found
                   REWRITE points-record
               ELSE
                   WRITE points-record
               END-IF
               PERFORM 2297-WRITE-POINTS-MOVEMENT
           END-IF.

      *> Rate for the item's category (the item edit left
      *> item-record in the record area), else the default rate.
       2296-COMPUTE-EARNED-POINTS.
           MOVE ws-pts-default-rate TO ws-pts-rate-in-force
           SET ptr-idx TO 1
           SEARCH ws-pts-rate-tbl
               WHEN ptr-idx > ws-pts-rate-count
                   CONTINUE
               WHEN ws-ptr-category (ptr-idx) = item-category
                   MOVE ws-ptr-rate (ptr-idx) TO ws-pts-rate-in-force
           END-SEARCH
           COMPUTE ws-pts-net-amount = sales-amount - ws-tax-amount
           COMPUTE ws-pts-points =
               ws-pts-net-amount * ws-pts-rate-in-force.

      *> The movement is valued at the redemption rate -- a
      *> redemption at exactly the value it took off the balance --
      *> so the journal can carry the liability in money.
       2297-WRITE-POINTS-MOVEMENT.
           MOVE sales-cust-key   TO pmv-cust-key
           MOVE ws-pts-move-type TO pmv-txn-type
           MOVE sales-date       TO pmv-txn-date
           MOVE sales-store-no   TO pmv-store-no
           MOVE ws-pts-points    TO pmv-points
           IF pmv-redeem
               MOVE SPACES       TO pmv-item-category
               MOVE sales-amount TO pmv-value
           ELSE
               MOVE item-category TO pmv-item-category
               COMPUTE pmv-value ROUNDED =
                   ws-pts-points / ws-pts-per-unit
           END-IF
           MOVE pts-balance      TO pmv-balance-after
           MOVE ws-posting-busdate TO pmv-posting-date
           MOVE FUNCTION CURRENT-DATE TO pmv-timestamp
           WRITE points-move-record.

       2260-TALLY-REASON.
           SET reason-idx TO 1
           SEARCH ws-reason-tbl
           SET reject-pending TO TRUE
           MOVE sales-txn-type   TO reject-txn-type
           MOVE sales-cashier-id TO reject-cashier-id
           MOVE sales-receipt-no TO reject-receipt-no
           MOVE sales-line-no    TO reject-line-no
           MOVE sales-channel    TO reject-channel
           WRITE reject-record.

       2900-CHECKPOINT-IF-DUE.
           MOVE sales-date     TO ckpt-last-date
           MOVE ws-read-count  TO ckpt-read-count
           MOVE FUNCTION CURRENT-DATE TO ckpt-timestamp
           WRITE checkpoint-record
           IF drop-run
               PERFORM 2920-RECORD-DROP-CHECKPOINT
           END-IF.

      *> The drop's restart point and its counts as they stand.
       2920-RECORD-DROP-CHECKPOINT.
           MOVE ws-posting-busdate TO drop-business-date
           MOVE ws-drop-no TO drop-no
           MOVE ws-partition-no TO drop-partition
           READ drop-control
               INVALID KEY
                   DISPLAY "DROPCTL RECORD MISSING FOR DROP "
                       ws-drop-no " - CHECKPOINT NOT RECORDED"
               NOT INVALID KEY
                   MOVE ws-read-count TO drop-ckpt-read-count
                   MOVE ws-edited-count TO drop-ckpt-edited
                   MOVE ws-valid-count TO drop-ckpt-posted
                   MOVE ws-reject-count TO drop-ckpt-rejected
                   MOVE ws-valid-amount TO drop-ckpt-amount-posted
                   MOVE ws-reject-amount
                       TO drop-ckpt-amount-rejected
                   MOVE ws-part-feed-count TO drop-ckpt-feed
                   MOVE ws-part-skipped-count TO drop-ckpt-skipped
                   MOVE ws-part-deferred-count TO drop-ckpt-deferred
                   REWRITE drop-control-record
           END-READ.

       3000-FINALIZE.
           PERFORM 3200-PRINT-REGION-ROLLUP
           PERFORM 3100-PRINT-REASON-BREAKDOWN
           PERFORM 3300-WRITE-RUN-STATS
           PERFORM 3400-WRITE-DAY-HISTORY
           IF drop-run
               PERFORM 3500-COMPLETE-DROP
           END-IF
           TERMINATE sales-report
           PERFORM 9590-CLOSE-CUST-JOURNAL
           CLOSE sales, report-out, report-burst, checkpoint-file,
               reject-file,
               customer-file, sales-ksds, item-mirror,
               customer-ledger, points-master, points-movement,
               period-control, store-master, item-master,
               price-master, promo-master, tax-exempt-file
           IF partition-run AND NOT deferred-pass
               CLOSE cust-claim, partition-defer
           END-IF.

      *> One register line per store that voided tonight, for
      *> loss prevention.
               GENERATE void-register-line
           END-PERFORM.

      *> District lines first, then one total line per region, each
      *> split into till, web and phone takings.
       3200-PRINT-REGION-ROLLUP.
           IF ws-district-count > ZERO
               GENERATE rollup-heading-line
           END-IF
           PERFORM VARYING dist-idx FROM 1 BY 1
                   UNTIL dist-idx > ws-district-count
               MOVE ws-dist-region (dist-idx)
                   TO ws-rollup-rpt-district
               MOVE ws-dist-amount (dist-idx)
                   TO ws-rollup-rpt-amount
               MOVE ws-dist-web-amount (dist-idx)
                   TO ws-rollup-rpt-web
               MOVE ws-dist-phone-amount (dist-idx)
                   TO ws-rollup-rpt-phone
               PERFORM 3210-SPLIT-TILL-TAKINGS
               GENERATE district-rollup-line
           END-PERFORM
           PERFORM VARYING regn-idx FROM 1 BY 1
               MOVE SPACES TO ws-rollup-rpt-district
               MOVE ws-regn-amount (regn-idx)
                   TO ws-rollup-rpt-amount
               MOVE ws-regn-web-amount (regn-idx)
                   TO ws-rollup-rpt-web
               MOVE ws-regn-phone-amount (regn-idx)
                   TO ws-rollup-rpt-phone
               PERFORM 3210-SPLIT-TILL-TAKINGS
               GENERATE region-rollup-line
           END-PERFORM.

       3210-SPLIT-TILL-TAKINGS.
           COMPUTE ws-rollup-rpt-till =
               ws-rollup-rpt-amount - ws-rollup-rpt-web
               - ws-rollup-rpt-phone.

      *> Records edited = valid + rejected by construction; the
      *> balancing step proves it anyway, from the file, not from
      *> this program's word.
           IF ws-run-stats-status NOT = "00"
               OPEN OUTPUT run-stats
           END-IF
           EVALUATE TRUE
               WHEN partition-run
                   MOVE "INITPART" TO stat-program
               WHEN drop-run
                   MOVE "INITDROP" TO stat-program
               WHEN OTHER
                   MOVE "INITIATE" TO stat-program
           END-EVALUATE
           MOVE ws-posting-busdate TO stat-business-date
           MOVE ws-edited-count TO stat-records-in
           MOVE ws-valid-count TO stat-records-out

      *> One rolling-history record per store touched tonight.  The
      *> business date is the one on the sales posted; a run that
      *> only produced rejects stamps the run date instead.  A drop
      *> stamps the business date it posted under, which is what
      *> the day close totals the drops' store records by.
       3400-WRITE-DAY-HISTORY.
           IF drop-run
               MOVE ws-posting-busdate TO ws-sday-business-date
           END-IF
           IF ws-sday-count > ZERO
               IF ws-sday-business-date = ZERO
                   MOVE FUNCTION CURRENT-DATE (1:8)
                   MOVE ws-sdy-rejects (sday-idx)
                       TO dh-reject-count
                   MOVE FUNCTION CURRENT-DATE TO dh-timestamp
                   MOVE ws-sdy-web-sales (sday-idx)
                       TO dh-web-sale-count
                   MOVE ws-sdy-web-amount (sday-idx)
                       TO dh-web-sale-amount
                   MOVE ws-sdy-phone-sales (sday-idx)
                       TO dh-phone-sale-count
                   MOVE ws-sdy-phone-amount (sday-idx)
                       TO dh-phone-sale-amount
                   WRITE day-history-record
               END-PERFORM
               CLOSE day-history
           END-IF.

      *> Marks the drop processed with its final counts; from here
      *> a rerun of the same drop number is refused.
       3500-COMPLETE-DROP.
           MOVE ws-posting-busdate TO drop-business-date
           MOVE ws-drop-no TO drop-no
           MOVE ws-partition-no TO drop-partition
           READ drop-control
               INVALID KEY
                   DISPLAY "DROPCTL RECORD MISSING FOR DROP "
                       ws-drop-no " - NOT MARKED PROCESSED"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   SET drop-processed TO TRUE
                   MOVE ws-read-count TO drop-records-read
                   MOVE ws-edited-count TO drop-edited
                   MOVE ws-valid-count TO drop-posted
                   MOVE ws-reject-count TO drop-rejected
                   MOVE ws-valid-amount TO drop-amount-posted
                   MOVE ws-reject-amount TO drop-amount-rejected
                   MOVE ws-part-feed-count TO drop-feed-records
                   MOVE ws-part-skipped-count TO drop-skipped
                   MOVE ws-part-deferred-count TO drop-deferred
                   MOVE FUNCTION CURRENT-DATE TO drop-end-timestamp
                   REWRITE drop-control-record
           END-READ
           CLOSE drop-control
           DISPLAY "DROP " ws-drop-no " FOR " ws-posting-busdate
               " PROCESSED - EDITED " ws-edited-count
               " POSTED " ws-valid-count
               " REJECTED " ws-reject-count
           IF partition-run
               DISPLAY "PARTITION " ws-partition-no
                   " - FEED " ws-part-feed-count
                   " SKIPPED " ws-part-skipped-count
                   " DEFERRED " ws-part-deferred-count
           END-IF.

       3100-PRINT-REASON-BREAKDOWN.
           PERFORM VARYING reason-idx FROM 1 BY 1
                   UNTIL reason-idx > 18
               MOVE ws-reason-code-tbl (reason-idx)
                   TO ws-reason-rpt-code
               MOVE ws-reason-text-tbl (reason-idx)
               GENERATE reason-code-total
           END-PERFORM.

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
           IF ws-step-timing-status NOT = "00"
               OPEN OUTPUT step-timing
           END-IF
           EVALUATE TRUE
               WHEN partition-run
                   MOVE "INITPART" TO stp-step-name
               WHEN drop-run
                   MOVE "INITDROP" TO stp-step-name
               WHEN OTHER
                   MOVE "INITIATE" TO stp-step-name
           END-EVALUATE
           MOVE FUNCTION CURRENT-DATE TO stp-timestamp
           WRITE step-timing-record
           CLOSE step-timing.

      *> CUSTMAST after-image journal -- see CUSTJRNL.  Opened
      *> with the master and bracketed by a start and an end marker
      *> under this step's name; every change to customer-record
      *> is appended as the record stands after it, so the nightly
      *> image plus the journal can rebuild the master to the end
      *> of any step.  EXTEND with the first-run OUTPUT fallback.
       9500-OPEN-CUST-JOURNAL.
           OPEN EXTEND cust-journal
           IF ws-cust-journal-status NOT = "00"
               OPEN OUTPUT cust-journal
           END-IF
           SET cjr-step-start TO TRUE
           PERFORM 9540-JOURNAL-MARKER.

       9510-JOURNAL-CUSTOMER.
           SET cjr-record-changed TO TRUE
           PERFORM 9550-WRITE-JOURNAL.

       9540-JOURNAL-MARKER.
           MOVE SPACES TO cjr-cust-key
           MOVE SPACES TO cjr-after-image
           PERFORM 9560-STAMP-JOURNAL.

       9550-WRITE-JOURNAL.
           MOVE cust-key TO cjr-cust-key
           MOVE customer-record TO cjr-after-image
           PERFORM 9560-STAMP-JOURNAL.

       9560-STAMP-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO cjr-timestamp
           EVALUATE TRUE
               WHEN partition-run
                   MOVE "INITPART" TO cjr-step-name
               WHEN drop-run
                   MOVE "INITDROP" TO cjr-step-name
               WHEN OTHER
                   MOVE "INITIATE" TO cjr-step-name
           END-EVALUATE
           WRITE cust-journal-record.

       9590-CLOSE-CUST-JOURNAL.
           SET cjr-step-end TO TRUE
           PERFORM 9540-JOURNAL-MARKER
           CLOSE cust-journal.

      *> Report burst copy -- see RPTBURST.  Appended to, since
      *> every drop and partition of the day and the nightly
      *> reports add to the same file; each run leads with its own
      *> headings and the distribution step keeps the first set.
       9600-OPEN-REPORT-BURST.
           OPEN EXTEND report-burst
           IF ws-report-burst-status NOT = "00"
               OPEN OUTPUT report-burst
           END-IF
           MOVE ZERO TO brst-store-no
           MOVE SPACES TO brst-region, brst-district
           SET brst-heading TO TRUE
           MOVE "SALESDAY" TO brst-report-id
           MOVE SPACES TO brst-print-line
           STRING "SALES ON DAY FOR " ws-posting-busdate
               DELIMITED BY SIZE INTO brst-print-line
           PERFORM 9650-WRITE-BURST
           MOVE "STOR     CUSTOMER       DATE              AMOUNT"
               TO brst-print-line
           PERFORM 9650-WRITE-BURST
           MOVE "SALESINV" TO brst-report-id
           MOVE SPACES TO brst-print-line
           STRING "INVALID SALES FOR " ws-posting-busdate
               DELIMITED BY SIZE INTO brst-print-line
           PERFORM 9650-WRITE-BURST
           MOVE "              CUSTOMER       AMOUNT         RC"
               TO brst-print-line
           PERFORM 9650-WRITE-BURST.

       9610-BURST-SALES-LINE.
           MOVE sales-store-no TO ws-bsl-store
           MOVE sales-cust-key TO ws-bsl-cust-key
           MOVE sales-date TO ws-bsl-date
           EVALUATE TRUE
               WHEN sales-points-redeem-txn
                   MOVE "PT" TO ws-bsl-credit-flag
               WHEN sales-return-txn
                   MOVE "CR" TO ws-bsl-credit-flag
               WHEN sales-shipped-txn
                   MOVE "SN" TO ws-bsl-credit-flag
               WHEN OTHER
                   MOVE SPACES TO ws-bsl-credit-flag
           END-EVALUATE
           MOVE sales-amount TO ws-bsl-amount
           MOVE "SALESDAY" TO brst-report-id
           MOVE ws-burst-sales-line TO brst-print-line
           PERFORM 9640-BURST-STORE-DETAIL.

       9620-BURST-INVALID-LINE.
           MOVE sales-cust-key TO ws-bil-cust-key
           MOVE sales-amount TO ws-bil-amount
           MOVE sales-reason-code TO ws-bil-reason
           MOVE "SALESINV" TO brst-report-id
           MOVE ws-burst-invalid-line TO brst-print-line
           PERFORM 9640-BURST-STORE-DETAIL.

       9640-BURST-STORE-DETAIL.
           MOVE sales-store-no TO brst-store-no
           MOVE SPACES TO brst-region, brst-district
           SET brst-detail TO TRUE
           PERFORM 9650-WRITE-BURST.

       9650-WRITE-BURST.
           MOVE ws-posting-busdate TO brst-business-date
           WRITE report-burst-record.

      *> CUSTMAST run interlock -- see CUSTLOCK.  Claimed before
      *> anything else touches the master, released only at clean
      *> end of job so a crash leaves the token held for the
                   MOVE SPACES TO lock-holder
                   SET lock-released TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN NOT lock-held
                   CONTINUE
      *> The partitions of a drop share the token.
               WHEN partition-run AND lock-holder = "INITPART"
                   CONTINUE
               WHEN lock-override-given
                   DISPLAY "CUSTMAST LOCK HELD BY " lock-holder
                       " BROKEN BY OPERATOR OVERRIDE"
               WHEN OTHER
                   DISPLAY "CUSTMAST LOCKED BY " lock-holder
                       " SINCE " lock-timestamp " - RUN REFUSED"
                   MOVE 12 TO RETURN-CODE
                   CLOSE custmast-lock
                   STOP RUN
           END-EVALUATE
           IF partition-run
               MOVE "INITPART" TO lock-holder
           ELSE
               MOVE "INITIATE" TO lock-holder
           END-IF
           SET lock-held TO TRUE
           MOVE FUNCTION CURRENT-DATE TO lock-timestamp
           REWRITE custmast-lock-record

      *> Released only when this run still holds it -- an operator
      *> override mid-crash-recovery must not be un-done by the
      *> crashed run's stale release.  A partition's INITPART token
      *> is left for the partition merge to release.
       9790-RELEASE-CUSTMAST-LOCK.
           OPEN I-O custmast-lock
           IF ws-custmast-lock-status = "00"
