       IDENTIFICATION DIVISION.
       PROGRAM-ID. BASKET-REPORT-V1.
      *> Basket report, run on demand over a DATERNGE-style window.
      *> SALESKSDS holds one item per record; the receipt number and
      *> line carried off the feed are what tie the lines of one
      *> visit back together.  The sweep sorts the window's sales
      *> by store, date, receipt and line, and every change of
      *> store/date/receipt closes a basket.
      *>
      *> Per store the report prints baskets, basket value, and the
      *> average basket value and item count.  Merchandising's item
      *> affinities follow: every distinct pair of items rung on the
      *> same receipt is tallied, the pair ordered by category off
      *> ITEMMAST, and the most frequent pairs are listed under the
      *> category of the first item of the pair.
      *>
      *> Voided records, returns, and history written before the
      *> receipt number existed (spaces) have no basket and stay
      *> out.

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

           SELECT item-master ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS item-key
               FILE STATUS IS ws-item-status.

      *> Parameter card: reporting window from/to, eight digits
      *> each, columns 1-8 and 9-16.
           SELECT date-range-parm ASSIGN TO "DATERNGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-date-range-status.

           SELECT basket-sort ASSIGN TO "SORTWK1".

           SELECT pair-sort ASSIGN TO "SORTWK2".

           SELECT report-out ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-out-status.

       DATA DIVISION.
       FILE SECTION.
       FD  sales-ksds.
       COPY SALESKSDS.

       FD  item-master.
       COPY ITEMREC.

       FD  date-range-parm.
       01  date-range-parm-line       PIC X(16).

       SD  basket-sort.
       01  basket-sort-record.
           05  bs-store-no             PIC 9(4).
           05  bs-date                 PIC 9(8).
           05  bs-receipt-no           PIC X(10).
           05  bs-line-no              PIC 9(3).
           05  bs-item-no              PIC X(6).
           05  bs-qty                  PIC 9(5).
           05  bs-amount               PIC 9(7)V99.

       SD  pair-sort.
       01  pair-sort-record.
           05  ps-cat-a                PIC X(6).
           05  ps-count                PIC 9(7).
           05  ps-item-a               PIC X(6).
           05  ps-cat-b                PIC X(6).
           05  ps-item-b               PIC X(6).

       FD  report-out.
       01  report-line                PIC X(80).

       WORKING-STORAGE SECTION.
       01  ws-file-status.
           05  ws-sales-ksds-status    PIC XX.
           05  ws-item-status          PIC XX.
           05  ws-date-range-status    PIC XX.
           05  ws-report-out-status    PIC XX.

       01  ws-flags.
           05  no-more-sales-sw        PIC X VALUE "N".
               88  no-more-sales       VALUE "Y".
           05  no-more-sorted-sw       PIC X VALUE "N".
               88  no-more-sorted      VALUE "Y".
           05  basket-open-sw          PIC X VALUE "N".
               88  basket-open
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  tally-dropped-sw        PIC X VALUE "N".
               88  tally-dropped
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  first-pair-sw           PIC X VALUE "Y".
               88  first-pair
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-date-range.
           05  ws-business-date-from   PIC 9(8) VALUE ZERO.
           05  ws-business-date-to     PIC 9(8) VALUE 99999999.

      *> How many pairs print under each category.
       01  ws-top-pairs                PIC 9(2) VALUE 5.

      *> The basket being assembled: store/date/receipt it belongs
      *> to, its value and unit count, and the distinct items on it
      *> with their categories.
       01  ws-basket.
           05  ws-bsk-key.
               10  ws-bsk-store-no     PIC 9(4).
               10  ws-bsk-date         PIC 9(8).
               10  ws-bsk-receipt-no   PIC X(10).
           05  ws-bsk-value            PIC S9(9)V99.
           05  ws-bsk-units            PIC 9(7).
           05  ws-bsk-item-count       PIC 9(3) VALUE ZERO.
           05  ws-bsk-item-tbl OCCURS 100 TIMES
                   INDEXED BY bsk-idx bsk-jdx.
               10  ws-bsk-item-no      PIC X(6).
               10  ws-bsk-item-cat     PIC X(6).

       01  ws-line-key.
           05  ws-ln-store-no          PIC 9(4).
           05  ws-ln-date              PIC 9(8).
           05  ws-ln-receipt-no        PIC X(10).

       01  ws-item-category            PIC X(6).

       01  ws-store-table.
           05  ws-str-count            PIC 9(3) VALUE ZERO.
           05  ws-str-tbl OCCURS 500 TIMES INDEXED BY str-idx.
               10  ws-str-store-no     PIC 9(4).
               10  ws-str-baskets      PIC 9(7).
               10  ws-str-value        PIC S9(11)V99.
               10  ws-str-units        PIC 9(9).

      *> Pair key ordered low to high on category then item, so the
      *> same two items tally together whichever was rung first.
       01  ws-pair-key.
           05  ws-pk-cat-a             PIC X(6).
           05  ws-pk-item-a            PIC X(6).
           05  ws-pk-cat-b             PIC X(6).
           05  ws-pk-item-b            PIC X(6).

       01  ws-pair-table.
           05  ws-pr-count             PIC 9(4) VALUE ZERO.
           05  ws-pr-tbl OCCURS 5000 TIMES INDEXED BY pr-idx.
               10  ws-pr-key           PIC X(24).
               10  ws-pr-tally         PIC 9(7).

       01  ws-prev-cat                 PIC X(6).
       01  ws-cat-printed              PIC 9(2).

       01  ws-counters.
           05  ws-lines-released       PIC 9(7) VALUE ZERO.
           05  ws-total-baskets        PIC 9(7) VALUE ZERO.
           05  ws-total-value          PIC S9(11)V99 VALUE ZERO.
           05  ws-total-units          PIC 9(9) VALUE ZERO.
           05  ws-items-not-paired     PIC 9(7) VALUE ZERO.
           05  ws-pairs-dropped        PIC 9(7) VALUE ZERO.

       01  ws-avg-value                PIC S9(9)V99.
       01  ws-avg-units                PIC 9(5)V9.

       01  ws-store-line.
           05  ws-sl-store-no          PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-sl-baskets           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-sl-value             PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-sl-avg-value         PIC -ZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-sl-avg-units         PIC ZZ,ZZ9.9.
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  ws-pair-line.
           05  ws-pl-cat-a             PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-pl-item-a            PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-pl-desc-a            PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-pl-item-b            PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-pl-cat-b             PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-pl-count             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           SORT basket-sort
               ON ASCENDING KEY bs-store-no
               ON ASCENDING KEY bs-date
               ON ASCENDING KEY bs-receipt-no
               ON ASCENDING KEY bs-line-no
               INPUT PROCEDURE IS 6000-FEED-BASKET-LINES
               OUTPUT PROCEDURE IS 7000-BUILD-BASKETS
           PERFORM 3000-PRINT-STORE-SUMMARY
           SORT pair-sort
               ON ASCENDING KEY ps-cat-a
               ON DESCENDING KEY ps-count
               ON ASCENDING KEY ps-item-a
               ON ASCENDING KEY ps-cat-b
               ON ASCENDING KEY ps-item-b
               INPUT PROCEDURE IS 8000-RELEASE-PAIRS
               OUTPUT PROCEDURE IS 8100-PRINT-AFFINITIES
           PERFORM 4000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1150-READ-DATE-RANGE-PARM
           OPEN INPUT item-master
           OPEN OUTPUT report-out
           MOVE "BASKET ANALYSIS BY STORE" TO report-line
           WRITE report-line.

       1150-READ-DATE-RANGE-PARM.
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

       3000-PRINT-STORE-SUMMARY.
           MOVE "STORE  BASKETS  BASKET VALUE      AVG VALUE"
               & "   AVG ITEMS"
               TO report-line
           WRITE report-line
           PERFORM VARYING str-idx FROM 1 BY 1
                   UNTIL str-idx > ws-str-count
               MOVE SPACES TO ws-store-line
               MOVE ws-str-store-no (str-idx) TO ws-sl-store-no
               MOVE ws-str-baskets (str-idx) TO ws-sl-baskets
               MOVE ws-str-value (str-idx) TO ws-sl-value
               COMPUTE ws-avg-value ROUNDED =
                   ws-str-value (str-idx) / ws-str-baskets (str-idx)
               COMPUTE ws-avg-units ROUNDED =
                   ws-str-units (str-idx) / ws-str-baskets (str-idx)
               MOVE ws-avg-value TO ws-sl-avg-value
               MOVE ws-avg-units TO ws-sl-avg-units
               MOVE ws-store-line TO report-line
               WRITE report-line
               ADD ws-str-baskets (str-idx) TO ws-total-baskets
               ADD ws-str-value (str-idx) TO ws-total-value
               ADD ws-str-units (str-idx) TO ws-total-units
           END-PERFORM
           MOVE SPACES TO ws-store-line
           MOVE "TOT" TO ws-sl-store-no
           MOVE ws-total-baskets TO ws-sl-baskets
           MOVE ws-total-value TO ws-sl-value
           IF ws-total-baskets > ZERO
               COMPUTE ws-avg-value ROUNDED =
                   ws-total-value / ws-total-baskets
               COMPUTE ws-avg-units ROUNDED =
                   ws-total-units / ws-total-baskets
               MOVE ws-avg-value TO ws-sl-avg-value
               MOVE ws-avg-units TO ws-sl-avg-units
           END-IF
           MOVE ws-store-line TO report-line
           WRITE report-line.

       4000-FINALIZE.
           IF ws-items-not-paired > ZERO
               MOVE SPACES TO report-line
               STRING "ITEMS BEYOND BASKET TABLE, NOT PAIRED: "
                   ws-items-not-paired
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
           END-IF
           IF ws-pairs-dropped > ZERO
               MOVE SPACES TO report-line
               STRING "PAIR OCCURRENCES DROPPED, TABLE FULL:  "
                   ws-pairs-dropped
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
           END-IF
           CLOSE item-master, report-out
           DISPLAY "BASKET LINES SORTED:    " ws-lines-released
           DISPLAY "BASKETS BUILT:          " ws-total-baskets
           DISPLAY "ITEM PAIRS TALLIED:     " ws-pr-count.

      *> Only sales inside the window that carry a receipt number
      *> go to the basket sort.
       6000-FEED-BASKET-LINES.
           OPEN INPUT sales-ksds
           PERFORM UNTIL no-more-sales
               READ sales-ksds NEXT RECORD
                   AT END
                       SET no-more-sales TO TRUE
               END-READ
               IF NOT no-more-sales
                   IF ksds-date >= ws-business-date-from
                       AND ksds-date <= ws-business-date-to
                       AND ksds-sale-txn
                       AND ksds-receipt-no NOT = SPACES
                       MOVE ksds-store-no TO bs-store-no
                       MOVE ksds-date TO bs-date
                       MOVE ksds-receipt-no TO bs-receipt-no
                       MOVE ksds-line-no TO bs-line-no
                       MOVE ksds-item-no TO bs-item-no
                       MOVE ksds-qty TO bs-qty
                       MOVE ksds-amount TO bs-amount
                       RELEASE basket-sort-record
                       ADD 1 TO ws-lines-released
                   END-IF
               END-IF
           END-PERFORM
           CLOSE sales-ksds.

      *> A change of store, date or receipt closes the basket in
      *> hand and opens the next one.
       7000-BUILD-BASKETS.
           PERFORM UNTIL no-more-sorted
               RETURN basket-sort
                   AT END
                       SET no-more-sorted TO TRUE
               END-RETURN
               IF NOT no-more-sorted
                   MOVE bs-store-no TO ws-ln-store-no
                   MOVE bs-date TO ws-ln-date
                   MOVE bs-receipt-no TO ws-ln-receipt-no
                   IF basket-open
                       AND ws-line-key NOT = ws-bsk-key
                       PERFORM 7200-CLOSE-BASKET
                   END-IF
                   IF NOT basket-open
                       PERFORM 7050-OPEN-BASKET
                   END-IF
                   PERFORM 7100-ADD-BASKET-LINE
               END-IF
           END-PERFORM
           IF basket-open
               PERFORM 7200-CLOSE-BASKET
           END-IF.

       7050-OPEN-BASKET.
           MOVE ws-line-key TO ws-bsk-key
           MOVE ZERO TO ws-bsk-value
           MOVE ZERO TO ws-bsk-units
           MOVE ZERO TO ws-bsk-item-count
           SET basket-open TO TRUE.

      *> Value and units count every line; the item list keeps each
      *> item once, so two lines of the same SKU are not a pair.
       7100-ADD-BASKET-LINE.
           ADD bs-amount TO ws-bsk-value
           ADD bs-qty TO ws-bsk-units
           SET bsk-idx TO 1
           SEARCH ws-bsk-item-tbl
               AT END
                   ADD 1 TO ws-items-not-paired
               WHEN bsk-idx > ws-bsk-item-count
                   PERFORM 7150-LOOKUP-CATEGORY
                   ADD 1 TO ws-bsk-item-count
                   MOVE bs-item-no TO ws-bsk-item-no (bsk-idx)
                   MOVE ws-item-category TO ws-bsk-item-cat (bsk-idx)
               WHEN ws-bsk-item-no (bsk-idx) = bs-item-no
                   CONTINUE
           END-SEARCH.

      *> An item missing from the master groups under UNKN rather
      *> than dropping out of the affinities.
       7150-LOOKUP-CATEGORY.
           MOVE bs-item-no TO item-key
           READ item-master
               INVALID KEY
                   MOVE "UNKN" TO ws-item-category
               NOT INVALID KEY
                   MOVE item-category TO ws-item-category
           END-READ.

       7200-CLOSE-BASKET.
           PERFORM 7250-TALLY-STORE
           PERFORM VARYING bsk-idx FROM 1 BY 1
                   UNTIL bsk-idx > ws-bsk-item-count
               SET bsk-jdx TO bsk-idx
               SET bsk-jdx UP BY 1
               PERFORM UNTIL bsk-jdx > ws-bsk-item-count
                   PERFORM 7300-TALLY-PAIR
                   SET bsk-jdx UP BY 1
               END-PERFORM
           END-PERFORM
           SET basket-open TO FALSE.

       7250-TALLY-STORE.
           SET tally-dropped TO FALSE
           SET str-idx TO 1
           SEARCH ws-str-tbl
               AT END
                   SET tally-dropped TO TRUE
                   DISPLAY "STORE TABLE FULL - "
                       ws-bsk-store-no " DROPPED"
               WHEN str-idx > ws-str-count
                   ADD 1 TO ws-str-count
                   MOVE ws-bsk-store-no TO ws-str-store-no (str-idx)
                   MOVE ZERO TO ws-str-baskets (str-idx)
                   MOVE ZERO TO ws-str-value (str-idx)
                   MOVE ZERO TO ws-str-units (str-idx)
               WHEN ws-str-store-no (str-idx) = ws-bsk-store-no
                   CONTINUE
           END-SEARCH
           IF NOT tally-dropped
               ADD 1 TO ws-str-baskets (str-idx)
               ADD ws-bsk-value TO ws-str-value (str-idx)
               ADD ws-bsk-units TO ws-str-units (str-idx)
           END-IF.

       7300-TALLY-PAIR.
           IF ws-bsk-item-cat (bsk-idx) < ws-bsk-item-cat (bsk-jdx)
               OR (ws-bsk-item-cat (bsk-idx)
                       = ws-bsk-item-cat (bsk-jdx)
                   AND ws-bsk-item-no (bsk-idx)
                       < ws-bsk-item-no (bsk-jdx))
               MOVE ws-bsk-item-cat (bsk-idx) TO ws-pk-cat-a
               MOVE ws-bsk-item-no (bsk-idx) TO ws-pk-item-a
               MOVE ws-bsk-item-cat (bsk-jdx) TO ws-pk-cat-b
               MOVE ws-bsk-item-no (bsk-jdx) TO ws-pk-item-b
           ELSE
               MOVE ws-bsk-item-cat (bsk-jdx) TO ws-pk-cat-a
               MOVE ws-bsk-item-no (bsk-jdx) TO ws-pk-item-a
               MOVE ws-bsk-item-cat (bsk-idx) TO ws-pk-cat-b
               MOVE ws-bsk-item-no (bsk-idx) TO ws-pk-item-b
           END-IF
           SET tally-dropped TO FALSE
           SET pr-idx TO 1
           SEARCH ws-pr-tbl
               AT END
                   SET tally-dropped TO TRUE
               WHEN pr-idx > ws-pr-count
                   ADD 1 TO ws-pr-count
                   MOVE ws-pair-key TO ws-pr-key (pr-idx)
                   MOVE ZERO TO ws-pr-tally (pr-idx)
               WHEN ws-pr-key (pr-idx) = ws-pair-key
                   CONTINUE
           END-SEARCH
           IF tally-dropped
               ADD 1 TO ws-pairs-dropped
           ELSE
               ADD 1 TO ws-pr-tally (pr-idx)
           END-IF.

       8000-RELEASE-PAIRS.
           PERFORM VARYING pr-idx FROM 1 BY 1
                   UNTIL pr-idx > ws-pr-count
               MOVE ws-pr-key (pr-idx) TO ws-pair-key
               MOVE ws-pk-cat-a TO ps-cat-a
               MOVE ws-pr-tally (pr-idx) TO ps-count
               MOVE ws-pk-item-a TO ps-item-a
               MOVE ws-pk-cat-b TO ps-cat-b
               MOVE ws-pk-item-b TO ps-item-b
               RELEASE pair-sort-record
           END-PERFORM.

      *> Pairs arrive by category, most frequent first; the first
      *> ws-top-pairs of each category print.
       8100-PRINT-AFFINITIES.
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "TOP ITEM-PAIR AFFINITIES BY CATEGORY" TO report-line
           WRITE report-line
           MOVE "CAT     ITEM    DESCRIPTION           WITH ITEM/CAT"
               & "     BASKETS"
               TO report-line
           WRITE report-line
           MOVE "N" TO no-more-sorted-sw
           SET first-pair TO TRUE
           PERFORM UNTIL no-more-sorted
               RETURN pair-sort
                   AT END
                       SET no-more-sorted TO TRUE
               END-RETURN
               IF NOT no-more-sorted
                   IF first-pair
                       OR ps-cat-a NOT = ws-prev-cat
                       MOVE ps-cat-a TO ws-prev-cat
                       MOVE ZERO TO ws-cat-printed
                       SET first-pair TO FALSE
                   END-IF
                   IF ws-cat-printed < ws-top-pairs
                       PERFORM 8150-PRINT-PAIR
                   END-IF
               END-IF
           END-PERFORM.

       8150-PRINT-PAIR.
           ADD 1 TO ws-cat-printed
           MOVE SPACES TO ws-pair-line
           MOVE ps-cat-a TO ws-pl-cat-a
           MOVE ps-item-a TO ws-pl-item-a
           MOVE ps-item-a TO item-key
           READ item-master
               INVALID KEY
                   MOVE SPACES TO ws-pl-desc-a
               NOT INVALID KEY
                   MOVE item-description TO ws-pl-desc-a
           END-READ
           MOVE ps-item-b TO ws-pl-item-b
           MOVE ps-cat-b TO ws-pl-cat-b
           MOVE ps-count TO ws-pl-count
           MOVE ws-pair-line TO report-line
           WRITE report-line.
