       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHELF-LABEL-V1.
      *> Nightly shelf-edge label run.  PRICE-MAINT-V1 sets
      *> effective-dated standard prices on PRICEMST and marketing
      *> loads PROMOMST ahead of the weekend, and until now a store
      *> only found out its shelf price had moved when sales started
      *> rejecting with reason 05.  This step finds every item whose
      *> standard price takes effect, or whose promotion starts or
      *> ends, on the next business date off DATECTL -- any date
      *> after tonight's business date up to and including the
      *> next, so a change dated over a weekend or holiday is
      *> labelled for the morning the store next trades.
      *>
      *> For every open store on STORMAST, each such item (a
      *> promotion only at the stores it runs in, store zero being
      *> chain-wide) is priced the way the sales edit prices it: the
      *> promotion covering the date, the store's own ahead of a
      *> chain-wide one, else the standard price in force.  Where
      *> the shelf price on the next business date differs from
      *> tonight's, or the promotion behind it ends on a different
      *> day, the item goes to SHLFLBL for the store's label
      *> printer -- description off ITEMMAST, old and new price and
      *> the promo end date -- sequenced by category for the
      *> store's walk.  An item not live on ITEMMAST on the next
      *> business date gets no label.  Each store's lines also
      *> print as a price-change summary for the store manager to
      *> sign off once the labels are up.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT date-control ASSIGN TO "DATECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-date-control-status.

           SELECT price-master ASSIGN TO "PRICEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS price-key
               FILE STATUS IS ws-price-status.

           SELECT promo-master ASSIGN TO "PROMOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS promo-key
               FILE STATUS IS ws-promo-status.

           SELECT item-master ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS item-key
               FILE STATUS IS ws-item-status.

           SELECT store-master ASSIGN TO "STORMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS store-key
               FILE STATUS IS ws-store-status.

           SELECT label-sort ASSIGN TO "SORTWK1".

           SELECT shelf-label-file ASSIGN TO "SHLFLBL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-shelf-label-status.

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
       FD  date-control
           RECORDING MODE IS F.
       COPY DATECTL.

       FD  price-master.
       COPY PRICEREC.

       FD  promo-master.
       COPY PROMOPRC.

       FD  item-master.
       COPY ITEMREC.

       FD  store-master.
       COPY STOREREC.

       SD  label-sort.
       01  label-sort-record.
           05  ls-store-no             PIC 9(4).
           05  ls-category             PIC X(6).
           05  ls-item-no              PIC X(6).
           05  ls-description          PIC X(30).

       FD  shelf-label-file
           RECORDING MODE IS F.
       COPY SHLFLBL.

       FD  report-out.
       01  report-line                PIC X(80).

       FD  step-timing
           RECORDING MODE IS F.
       COPY STEPTIME.

       WORKING-STORAGE SECTION.
       01  ws-step-timing-status      PIC XX.
       01  ws-file-status.
           05  ws-date-control-status  PIC XX.
           05  ws-price-status         PIC XX.
           05  ws-promo-status         PIC XX.
           05  ws-item-status          PIC XX.
           05  ws-store-status         PIC XX.
           05  ws-shelf-label-status   PIC XX.
           05  ws-report-out-status    PIC XX.

       01  ws-flags.
           05  no-more-prices-sw       PIC X VALUE "N".
               88  no-more-prices
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  no-more-promos-sw       PIC X VALUE "N".
               88  no-more-promos
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  no-more-stores-sw       PIC X VALUE "N".
               88  no-more-stores      VALUE "Y".
           05  no-more-sorted-sw       PIC X VALUE "N".
               88  no-more-sorted      VALUE "Y".
           05  first-store-sw          PIC X VALUE "Y".
               88  first-store
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  tally-dropped-sw        PIC X VALUE "N".
               88  tally-dropped
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  store-promo-found-sw    PIC X VALUE "N".
               88  store-promo-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".

      *> Tonight's business date, and the next one the labels are
      *> for, off DATECTL.
       01  ws-business-date            PIC 9(8).
       01  ws-label-date               PIC 9(8).

      *> Items with a price event in the window, with the store the
      *> event applies to (zero for every store) and the category
      *> and description the walk order and the label need.
       01  ws-candidate-table.
           05  ws-cand-count           PIC 9(5) VALUE ZERO.
           05  ws-cand-tbl OCCURS 5000 TIMES INDEXED BY cand-idx.
               10  ws-cand-item        PIC X(6).
               10  ws-cand-store       PIC 9(4).
               10  ws-cand-category    PIC X(6).
               10  ws-cand-desc        PIC X(30).
       01  ws-new-cand-item            PIC X(6).
       01  ws-new-cand-store           PIC 9(4).

      *> Shelf price in force for one store, item and date: the
      *> promotion covering it (the store's own ahead of a chain-
      *> wide one), else the standard price; zero when PRICEMST has
      *> no row in force yet.
       01  ws-price-lookup.
           05  ws-lk-item              PIC X(6).
           05  ws-lk-store             PIC 9(4).
           05  ws-lk-date              PIC 9(8).
           05  ws-lk-price             PIC 9(5)V99.
           05  ws-lk-promo-end         PIC 9(8).
           05  ws-lk-chain-price       PIC 9(5)V99.
           05  ws-lk-chain-end         PIC 9(8).
       01  ws-old-price                PIC 9(5)V99.
       01  ws-old-promo-end            PIC 9(8).

       01  ws-prev-store-no            PIC 9(4).
       01  ws-prev-item-no             PIC X(6).
       01  ws-store-labels             PIC 9(5).

       01  ws-run-totals.
           05  ws-price-events         PIC 9(7) VALUE ZERO.
           05  ws-promo-events         PIC 9(7) VALUE ZERO.
           05  ws-pairs-released       PIC 9(7) VALUE ZERO.
           05  ws-labels-written       PIC 9(7) VALUE ZERO.
           05  ws-no-shelf-change      PIC 9(7) VALUE ZERO.
           05  ws-not-live             PIC 9(7) VALUE ZERO.
           05  ws-stores-labelled      PIC 9(5) VALUE ZERO.

       01  ws-summary-line.
           05  ws-sml-item             PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-sml-desc             PIC X(22).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-sml-category         PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-sml-old              PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-sml-new              PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-sml-type             PIC X(11).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-sml-promo-end        PIC X(8).
           05  FILLER                  PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-CANDIDATES
           SORT label-sort
               ON ASCENDING KEY ls-store-no
               ON ASCENDING KEY ls-category
               ON ASCENDING KEY ls-item-no
               INPUT PROCEDURE IS 6000-RELEASE-STORE-ITEMS
               OUTPUT PROCEDURE IS 7000-WRITE-LABELS
           PERFORM 5000-FINALIZE
           PERFORM 9810-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-DATE-CONTROL
           OPEN INPUT price-master
           OPEN INPUT promo-master
           OPEN INPUT item-master
           OPEN INPUT store-master
           OPEN OUTPUT shelf-label-file
           OPEN OUTPUT report-out
           MOVE SPACES TO report-line
           STRING "SHELF PRICE CHANGES EFFECTIVE " ws-label-date
               DELIMITED BY SIZE INTO report-line
           WRITE report-line.

      *> The labels are for the next business date; without the
      *> date-control record there is no telling which day that
      *> is, so the run stops rather than label the wrong one.
       1100-READ-DATE-CONTROL.
           OPEN INPUT date-control
           IF ws-date-control-status NOT = "00"
               DISPLAY "DATECTL NOT AVAILABLE - STATUS "
                   ws-date-control-status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ date-control
               AT END
                   DISPLAY "DATECTL EMPTY"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE date-control
           MOVE dctl-business-date TO ws-business-date
           MOVE dctl-next-business-date TO ws-label-date.

       2000-LOAD-CANDIDATES.
           PERFORM 2100-SWEEP-PRICES
           PERFORM 2200-SWEEP-PROMOS.

      *> A standard price row taking effect in the window touches
      *> every store.
       2100-SWEEP-PRICES.
           SET no-more-prices TO FALSE
           MOVE LOW-VALUES TO price-key
           START price-master KEY IS >= price-key
               INVALID KEY
                   SET no-more-prices TO TRUE
           END-START
           PERFORM UNTIL no-more-prices
               READ price-master NEXT RECORD
                   AT END
                       SET no-more-prices TO TRUE
               END-READ
               IF NOT no-more-prices
                   IF price-effective-date > ws-business-date
                       AND price-effective-date <= ws-label-date
                       ADD 1 TO ws-price-events
                       MOVE price-item-no TO ws-new-cand-item
                       MOVE ZERO TO ws-new-cand-store
                       PERFORM 2300-ADD-CANDIDATE
                   END-IF
               END-IF
           END-PERFORM.

      *> A promotion starting in the window, or whose last day
      *> falls before the next business date but not before
      *> tonight's, touches the stores it runs in.
       2200-SWEEP-PROMOS.
           SET no-more-promos TO FALSE
           MOVE LOW-VALUES TO promo-key
           START promo-master KEY IS >= promo-key
               INVALID KEY
                   SET no-more-promos TO TRUE
           END-START
           PERFORM UNTIL no-more-promos
               READ promo-master NEXT RECORD
                   AT END
                       SET no-more-promos TO TRUE
               END-READ
               IF NOT no-more-promos
                   IF (promo-from-date > ws-business-date
                           AND promo-from-date <= ws-label-date)
                       OR (promo-to-date >= ws-business-date
                           AND promo-to-date < ws-label-date)
                       ADD 1 TO ws-promo-events
                       MOVE promo-item-no TO ws-new-cand-item
                       MOVE promo-store-no TO ws-new-cand-store
                       PERFORM 2300-ADD-CANDIDATE
                   END-IF
               END-IF
           END-PERFORM.

      *> One entry per item and store; the item master is read
      *> once, when the item first turns up.
       2300-ADD-CANDIDATE.
           SET tally-dropped TO FALSE
           SET cand-idx TO 1
           SEARCH ws-cand-tbl
               AT END
                   SET tally-dropped TO TRUE
                   DISPLAY "LABEL CANDIDATE TABLE FULL - "
                       ws-new-cand-item " DROPPED"
               WHEN cand-idx > ws-cand-count
                   ADD 1 TO ws-cand-count
                   MOVE ws-new-cand-item TO ws-cand-item (cand-idx)
                   MOVE ws-new-cand-store TO ws-cand-store (cand-idx)
                   PERFORM 2310-LOOK-UP-ITEM
               WHEN ws-cand-item (cand-idx) = ws-new-cand-item
                   AND ws-cand-store (cand-idx) = ws-new-cand-store
                   CONTINUE
           END-SEARCH.

      *> An item not live on the label date is marked with a blank
      *> description, and the release step passes it by.
       2310-LOOK-UP-ITEM.
           MOVE ws-new-cand-item TO item-key
           READ item-master
               INVALID KEY
                   MOVE SPACES TO ws-cand-desc (cand-idx)
                   MOVE SPACES TO ws-cand-category (cand-idx)
               NOT INVALID KEY
                   IF ws-label-date < item-effective-date
                       OR (item-discontinue-date NOT = ZERO
                           AND ws-label-date >= item-discontinue-date)
                       MOVE SPACES TO ws-cand-desc (cand-idx)
                   ELSE
                       MOVE item-description
                           TO ws-cand-desc (cand-idx)
                   END-IF
                   MOVE item-category TO ws-cand-category (cand-idx)
           END-READ.

      *> Every open store gets its chain-wide items and its own.
       6000-RELEASE-STORE-ITEMS.
           MOVE LOW-VALUES TO store-key
           START store-master KEY IS >= store-key
               INVALID KEY
                   SET no-more-stores TO TRUE
           END-START
           PERFORM UNTIL no-more-stores
               READ store-master NEXT RECORD
                   AT END
                       SET no-more-stores TO TRUE
               END-READ
               IF NOT no-more-stores
                   IF store-open
                       PERFORM 6100-RELEASE-ONE-STORE
                   END-IF
               END-IF
           END-PERFORM.

       6100-RELEASE-ONE-STORE.
           PERFORM VARYING cand-idx FROM 1 BY 1
                   UNTIL cand-idx > ws-cand-count
               IF ws-cand-store (cand-idx) = ZERO
                   OR ws-cand-store (cand-idx) = store-key
                   IF ws-cand-desc (cand-idx) = SPACES
                       ADD 1 TO ws-not-live
                   ELSE
                       MOVE store-key TO ls-store-no
                       MOVE ws-cand-category (cand-idx)
                           TO ls-category
                       MOVE ws-cand-item (cand-idx) TO ls-item-no
                       MOVE ws-cand-desc (cand-idx)
                           TO ls-description
                       RELEASE label-sort-record
                       ADD 1 TO ws-pairs-released
                   END-IF
               END-IF
           END-PERFORM.

      *> An item can come back twice for a store -- a chain-wide
      *> event and the store's own -- and is labelled once.
       7000-WRITE-LABELS.
           MOVE ZERO TO ws-prev-store-no
           MOVE SPACES TO ws-prev-item-no
           PERFORM UNTIL no-more-sorted
               RETURN label-sort
                   AT END
                       SET no-more-sorted TO TRUE
               END-RETURN
               IF NOT no-more-sorted
                   IF first-store
                       OR ls-store-no NOT = ws-prev-store-no
                       IF NOT first-store
                           PERFORM 7900-END-STORE-SUMMARY
                       END-IF
                       SET first-store TO FALSE
                       MOVE ls-store-no TO ws-prev-store-no
                       MOVE SPACES TO ws-prev-item-no
                       MOVE ZERO TO ws-store-labels
                   END-IF
                   IF ls-item-no NOT = ws-prev-item-no
                       MOVE ls-item-no TO ws-prev-item-no
                       PERFORM 7100-LABEL-ONE-ITEM
                   END-IF
               END-IF
           END-PERFORM
           IF NOT first-store
               PERFORM 7900-END-STORE-SUMMARY
           END-IF.

      *> Tonight's shelf price against the next business date's.
       7100-LABEL-ONE-ITEM.
           MOVE ls-item-no TO ws-lk-item
           MOVE ls-store-no TO ws-lk-store
           MOVE ws-business-date TO ws-lk-date
           PERFORM 8000-PRICE-ON-DATE
           MOVE ws-lk-price TO ws-old-price
           MOVE ws-lk-promo-end TO ws-old-promo-end
           MOVE ws-label-date TO ws-lk-date
           PERFORM 8000-PRICE-ON-DATE
           IF ws-lk-price = ws-old-price
               AND ws-lk-promo-end = ws-old-promo-end
               ADD 1 TO ws-no-shelf-change
           ELSE
               PERFORM 7200-WRITE-LABEL
           END-IF.

       7200-WRITE-LABEL.
           IF ws-store-labels = ZERO
               PERFORM 7800-PRINT-STORE-HEADING
           END-IF
           ADD 1 TO ws-store-labels
           ADD 1 TO ws-labels-written
           MOVE ls-store-no TO lbl-store-no
           MOVE ws-store-labels TO lbl-walk-seq
           MOVE ls-category TO lbl-category
           MOVE ls-item-no TO lbl-item-no
           MOVE ls-description TO lbl-description
           MOVE ws-old-price TO lbl-old-price
           MOVE ws-lk-price TO lbl-new-price
           MOVE ws-lk-promo-end TO lbl-promo-end-date
           MOVE ws-label-date TO lbl-effective-date
           EVALUATE TRUE
               WHEN ws-lk-promo-end NOT = ZERO
                   SET lbl-promo-start TO TRUE
               WHEN ws-old-promo-end NOT = ZERO
                   SET lbl-promo-end TO TRUE
               WHEN OTHER
                   SET lbl-price-change TO TRUE
           END-EVALUATE
           WRITE shelf-label-record
           MOVE SPACES TO ws-summary-line
           MOVE ls-item-no TO ws-sml-item
           MOVE ls-description TO ws-sml-desc
           MOVE ls-category TO ws-sml-category
           MOVE ws-old-price TO ws-sml-old
           MOVE ws-lk-price TO ws-sml-new
           EVALUATE TRUE
               WHEN lbl-promo-start
                   MOVE "PROMOTION" TO ws-sml-type
                   MOVE ws-lk-promo-end TO ws-sml-promo-end
               WHEN lbl-promo-end
                   MOVE "PROMO ENDS" TO ws-sml-type
               WHEN OTHER
                   MOVE "PRICE CHNGE" TO ws-sml-type
           END-EVALUATE
           MOVE ws-summary-line TO report-line
           WRITE report-line.

      *> The store's heading goes out with its first label, so a
      *> store with no shelf changes gets no summary.
       7800-PRINT-STORE-HEADING.
           ADD 1 TO ws-stores-labelled
           MOVE ls-store-no TO store-key
           READ store-master
               INVALID KEY
                   MOVE SPACES TO store-name
           END-READ
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING "PRICE CHANGE SUMMARY - STORE " ls-store-no
               " " store-name
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING "PUT UP BEFORE OPENING ON " ws-label-date
               ".  NEW PRICES RING FROM THAT DATE."
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE "ITEM   DESCRIPTION            CATGRY       OLD"
               & "       NEW CHANGE      PROMO END"
               TO report-line
           WRITE report-line.

       7900-END-STORE-SUMMARY.
           IF ws-store-labels > ZERO
               MOVE SPACES TO report-line
               STRING "  " ws-store-labels " LABELS"
                   "     CHECKED BY ________  DATE ________"
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
           END-IF.

      *> Shelf price for ws-lk-item at ws-lk-store on ws-lk-date.
       8000-PRICE-ON-DATE.
           MOVE ZERO TO ws-lk-price
           MOVE ZERO TO ws-lk-promo-end
           PERFORM 8200-FIND-PROMO-ON-DATE
           IF ws-lk-promo-end = ZERO
               PERFORM 8100-FIND-STANDARD-ON-DATE
           END-IF.

      *> The last standard row dated at or before the date, the
      *> walk the sales edit uses.
       8100-FIND-STANDARD-ON-DATE.
           SET no-more-prices TO FALSE
           MOVE ws-lk-item TO price-item-no
           MOVE ZERO TO price-effective-date
           START price-master KEY IS >= price-key
               INVALID KEY
                   SET no-more-prices TO TRUE
           END-START
           PERFORM UNTIL no-more-prices
               READ price-master NEXT RECORD
                   AT END
                       SET no-more-prices TO TRUE
               END-READ
               IF NOT no-more-prices
                   IF price-item-no = ws-lk-item
                       AND price-effective-date <= ws-lk-date
                       MOVE price-standard-price TO ws-lk-price
                   ELSE
                       SET no-more-prices TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *> Promotion rows for the item come chain-wide first, then by
      *> store; a row of the store's own covering the date ends the
      *> walk, and a chain-wide one stands only if none does.
       8200-FIND-PROMO-ON-DATE.
           SET store-promo-found TO FALSE
           MOVE ZERO TO ws-lk-chain-price
           MOVE ZERO TO ws-lk-chain-end
           SET no-more-promos TO FALSE
           MOVE ws-lk-item TO promo-item-no
           MOVE ZERO TO promo-store-no
           MOVE ZERO TO promo-from-date
           START promo-master KEY IS >= promo-key
               INVALID KEY
                   SET no-more-promos TO TRUE
           END-START
           PERFORM UNTIL no-more-promos
               READ promo-master NEXT RECORD
                   AT END
                       SET no-more-promos TO TRUE
               END-READ
               IF NOT no-more-promos
                   IF promo-item-no = ws-lk-item
                       IF ws-lk-date >= promo-from-date
                           AND ws-lk-date <= promo-to-date
                           PERFORM 8210-TAKE-PROMO-ROW
                       END-IF
                   ELSE
                       SET no-more-promos TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF store-promo-found
               CONTINUE
           ELSE
               MOVE ws-lk-chain-price TO ws-lk-price
               MOVE ws-lk-chain-end TO ws-lk-promo-end
           END-IF.

       8210-TAKE-PROMO-ROW.
           EVALUATE TRUE
               WHEN promo-store-no = ws-lk-store
                   SET store-promo-found TO TRUE
                   MOVE promo-price TO ws-lk-price
                   MOVE promo-to-date TO ws-lk-promo-end
                   SET no-more-promos TO TRUE
               WHEN promo-store-no = ZERO
                   AND ws-lk-chain-end = ZERO
                   MOVE promo-price TO ws-lk-chain-price
                   MOVE promo-to-date TO ws-lk-chain-end
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       5000-FINALIZE.
           CLOSE price-master, promo-master, item-master,
               store-master, shelf-label-file, report-out
           DISPLAY "SHELF LABEL RUN COMPLETE - EFFECTIVE "
               ws-label-date
           DISPLAY "  PRICE ROWS TAKING EFFECT: " ws-price-events
           DISPLAY "  PROMO STARTS/ENDS:        " ws-promo-events
           DISPLAY "  STORE/ITEMS CHECKED:      " ws-pairs-released
           DISPLAY "  NO SHELF CHANGE:          " ws-no-shelf-change
           DISPLAY "  ITEM NOT LIVE - SKIPPED:  " ws-not-live
           DISPLAY "  LABELS WRITTEN:           " ws-labels-written
           DISPLAY "  STORES LABELLED:          " ws-stores-labelled.

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
           MOVE "SHLFLBL" TO stp-step-name
           MOVE FUNCTION CURRENT-DATE TO stp-timestamp
           WRITE step-timing-record
           CLOSE step-timing.
