       IDENTIFICATION DIVISION.
       PROGRAM-ID. GROSS-MARGIN-V1.
      *> Gross margin report, run on demand over a DATERNGE window.
      *> Every SALESKSDS line rung inside the window is charged at
      *> the COSTMST unit cost in force on its sale date -- the same
      *> lookup the nightly cost-of-sales step makes, so the report
      *> agrees with what the COGS journal booked -- and revenue is
      *> taken net of tax, the way the journal books it.  A return
      *> takes its revenue and its cost back out.  Voided lines stay
      *> out.
      *>
      *> Revenue, cost, margin and margin percent print by store, by
      *> region (off STORMAST) and by item category (off ITEMMAST),
      *> followed by the lowest-margin items in the window for
      *> pricing to look at -- how many is the MARGPARM setting.  Lines
      *> sold with no cost in force are counted and their revenue
      *> shown at the foot: until the cost is keyed they show as
      *> all margin and flatter the figures above.

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

           SELECT cost-master ASSIGN TO "COSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cost-key
               FILE STATUS IS ws-cost-status.

           SELECT item-master ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS item-key
               FILE STATUS IS ws-item-status.

           SELECT store-master ASSIGN TO "STORMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS store-key
               FILE STATUS IS ws-store-status.

      *> Parameter card: reporting window from/to, eight digits
      *> each, columns 1-8 and 9-16.
           SELECT date-range-parm ASSIGN TO "DATERNGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-date-range-status.

      *> Run-parameter registry: the settings that used to come
      *> off one-off control cards, looked up under the card's old
      *> name for the value in force on the run date.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

           SELECT margin-sort ASSIGN TO "SORTWK1".

           SELECT report-out ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-out-status.

       DATA DIVISION.
       FILE SECTION.
       FD  sales-ksds.
       COPY SALESKSDS.

       FD  cost-master.
       COPY COSTREC.

       FD  item-master.
       COPY ITEMREC.

       FD  store-master.
       COPY STOREREC.

       FD  date-range-parm.
       01  date-range-parm-line       PIC X(16).

       FD  parm-registry.
       COPY PARMREG.

      *> One record per store, region, category and item; the
      *> section orders the report, and within the lowest-margin
      *> section the margin percent orders the items worst first.
      *> The percent is zero in the summary sections so they print
      *> in key order.
       SD  margin-sort.
       01  margin-sort-record.
           05  ms-section              PIC 9.
               88  ms-store-section    VALUE 1.
               88  ms-region-section   VALUE 2.
               88  ms-category-section VALUE 3.
               88  ms-item-section     VALUE 4.
           05  ms-sort-pct             PIC S9(5)V99.
           05  ms-key                  PIC X(6).
           05  ms-revenue              PIC S9(11)V99.
           05  ms-cost                 PIC S9(11)V99.

       FD  report-out.
       01  report-line                PIC X(80).

       WORKING-STORAGE SECTION.
       01  ws-file-status.
           05  ws-sales-ksds-status    PIC XX.
           05  ws-cost-status          PIC XX.
           05  ws-item-status          PIC XX.
           05  ws-store-status         PIC XX.
           05  ws-date-range-status    PIC XX.
           05  ws-report-out-status    PIC XX.

       01  ws-flags.
           05  no-more-sales-sw        PIC X VALUE "N".
               88  no-more-sales       VALUE "Y".
           05  no-more-sorted-sw       PIC X VALUE "N".
               88  no-more-sorted      VALUE "Y".
           05  no-more-costs-sw        PIC X VALUE "N".
               88  no-more-costs
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  cost-row-found-sw       PIC X VALUE "N".
               88  cost-row-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  tally-dropped-sw        PIC X VALUE "N".
               88  tally-dropped
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  cost-master-open-sw     PIC X VALUE "N".
               88  cost-master-open    VALUE "Y".

       01  ws-date-range.
           05  ws-business-date-from   PIC 9(8) VALUE ZERO.
           05  ws-business-date-to     PIC 9(8) VALUE 99999999.

       01  ws-lowest-items             PIC 9(3) VALUE 20.

      *> The line in hand, signed: a return counts negative.
       01  ws-cost-in-force            PIC 9(5)V99.
       01  ws-line-revenue             PIC S9(9)V99.
       01  ws-line-cost                PIC S9(9)V99.
       01  ws-line-region              PIC X(4).
       01  ws-line-category            PIC X(6).

       01  ws-store-table.
           05  ws-str-count            PIC 9(3) VALUE ZERO.
           05  ws-str-tbl OCCURS 500 TIMES INDEXED BY str-idx.
               10  ws-str-store-no     PIC 9(4).
               10  ws-str-region       PIC X(4).
               10  ws-str-revenue      PIC S9(11)V99.
               10  ws-str-cost         PIC S9(11)V99.

       01  ws-region-table.
           05  ws-rgn-count            PIC 9(3) VALUE ZERO.
           05  ws-rgn-tbl OCCURS 100 TIMES INDEXED BY rgn-idx.
               10  ws-rgn-region       PIC X(4).
               10  ws-rgn-revenue      PIC S9(11)V99.
               10  ws-rgn-cost         PIC S9(11)V99.

       01  ws-category-table.
           05  ws-cat-count            PIC 9(3) VALUE ZERO.
           05  ws-cat-tbl OCCURS 500 TIMES INDEXED BY cat-idx.
               10  ws-cat-category     PIC X(6).
               10  ws-cat-revenue      PIC S9(11)V99.
               10  ws-cat-cost         PIC S9(11)V99.

      *> Category is carried with the item so ITEMMAST is read once
      *> per item, not once per line.
       01  ws-item-table.
           05  ws-itm-count            PIC 9(4) VALUE ZERO.
           05  ws-itm-tbl OCCURS 5000 TIMES INDEXED BY itm-idx.
               10  ws-itm-item-no      PIC X(6).
               10  ws-itm-category     PIC X(6).
               10  ws-itm-revenue      PIC S9(11)V99.
               10  ws-itm-cost         PIC S9(11)V99.

       01  ws-counters.
           05  ws-lines-read           PIC 9(9) VALUE ZERO.
           05  ws-lines-in-window      PIC 9(9) VALUE ZERO.
           05  ws-lines-uncosted       PIC 9(9) VALUE ZERO.
           05  ws-uncosted-revenue     PIC S9(11)V99 VALUE ZERO.
           05  ws-total-revenue        PIC S9(11)V99 VALUE ZERO.
           05  ws-total-cost           PIC S9(11)V99 VALUE ZERO.
           05  ws-tallies-dropped      PIC 9(7) VALUE ZERO.

       01  ws-prev-section             PIC 9 VALUE ZERO.
       01  ws-items-printed            PIC 9(3) VALUE ZERO.
       01  ws-fmt-revenue              PIC S9(11)V99.
       01  ws-fmt-cost                 PIC S9(11)V99.
       01  ws-margin                   PIC S9(11)V99.
       01  ws-margin-pct               PIC S9(5)V99.

       01  ws-margin-line.
           05  ws-ml-key               PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-ml-name              PIC X(16).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-ml-revenue           PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-ml-cost              PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-ml-margin            PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-ml-pct               PIC -ZZZ9.9.
           05  FILLER                  PIC X(7) VALUE SPACES.

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

      *> MARGPARM, off the run-parameter registry.
      *> How many lowest-margin items to list, PIC 9(3), columns
      *> 1-3.  Defaults to 20.
       01  margin-parm-line           PIC 9(3).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TALLY-SALES
               UNTIL no-more-sales
           SORT margin-sort
               ON ASCENDING KEY ms-section
               ON ASCENDING KEY ms-sort-pct
               ON ASCENDING KEY ms-key
               INPUT PROCEDURE IS 6000-RELEASE-TOTALS
               OUTPUT PROCEDURE IS 7000-PRINT-MARGINS
           PERFORM 4000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1150-READ-DATE-RANGE-PARM
           PERFORM 1160-READ-MARGIN-PARM
           OPEN INPUT sales-ksds
           OPEN INPUT cost-master
           IF ws-cost-status = "00"
               SET cost-master-open TO TRUE
           ELSE
               DISPLAY "COSTMST NOT AVAILABLE - ALL LINES UNCOSTED"
           END-IF
           OPEN INPUT item-master
           OPEN INPUT store-master
           OPEN OUTPUT report-out
           MOVE SPACES TO report-line
           STRING "GROSS MARGIN FOR SALES " ws-business-date-from
               " THRU " ws-business-date-to
               DELIMITED BY SIZE INTO report-line
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

       1160-READ-MARGIN-PARM.
           MOVE "MARGPARM" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value (1:3) TO margin-parm-line
               IF margin-parm-line IS NUMERIC
                   AND margin-parm-line > ZERO
                   MOVE margin-parm-line
                       TO ws-lowest-items
               END-IF
           END-IF.

       2000-TALLY-SALES.
           READ sales-ksds NEXT RECORD
               AT END
                   SET no-more-sales TO TRUE
           END-READ
           IF NOT no-more-sales
               ADD 1 TO ws-lines-read
               IF ksds-date >= ws-business-date-from
                   AND ksds-date <= ws-business-date-to
                   AND NOT ksds-voided-txn
                   AND NOT ksds-shipped-txn
                   PERFORM 2100-TALLY-ONE-LINE
               END-IF
           END-IF.

       2100-TALLY-ONE-LINE.
           ADD 1 TO ws-lines-in-window
           PERFORM 2200-FIND-COST-IN-FORCE
           COMPUTE ws-line-revenue = ksds-amount - ksds-tax-amount
           COMPUTE ws-line-cost = ksds-qty * ws-cost-in-force
           IF ksds-return-txn
               COMPUTE ws-line-revenue = 0 - ws-line-revenue
               COMPUTE ws-line-cost = 0 - ws-line-cost
           END-IF
           IF NOT cost-row-found
               ADD 1 TO ws-lines-uncosted
               ADD ws-line-revenue TO ws-uncosted-revenue
           END-IF
           ADD ws-line-revenue TO ws-total-revenue
           ADD ws-line-cost TO ws-total-cost
           PERFORM 2300-TALLY-STORE
           PERFORM 2400-TALLY-ITEM
           PERFORM 2500-TALLY-REGION
           PERFORM 2600-TALLY-CATEGORY.

      *> Latest cost row at or before the sale date -- the lookup
      *> COST-OF-SALES-V1 makes.
       2200-FIND-COST-IN-FORCE.
           SET cost-row-found TO FALSE
           SET no-more-costs TO FALSE
           MOVE ZERO TO ws-cost-in-force
           IF NOT cost-master-open
               SET no-more-costs TO TRUE
           ELSE
               MOVE ksds-item-no TO cost-item-no
               MOVE ZERO TO cost-effective-date
               START cost-master KEY IS >= cost-key
                   INVALID KEY
                       SET no-more-costs TO TRUE
               END-START
           END-IF
           PERFORM UNTIL no-more-costs
               READ cost-master NEXT RECORD
                   AT END
                       SET no-more-costs TO TRUE
               END-READ
               IF NOT no-more-costs
                   IF cost-item-no = ksds-item-no
                       AND cost-effective-date <= ksds-date
                       SET cost-row-found TO TRUE
                       MOVE cost-unit-cost TO ws-cost-in-force
                   ELSE
                       SET no-more-costs TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *> A store missing from STORMAST groups under region UNKN.
       2300-TALLY-STORE.
           SET tally-dropped TO FALSE
           SET str-idx TO 1
           SEARCH ws-str-tbl
               AT END
                   SET tally-dropped TO TRUE
               WHEN str-idx > ws-str-count
                   ADD 1 TO ws-str-count
                   MOVE ksds-store-no TO ws-str-store-no (str-idx)
                   MOVE ksds-store-no TO store-key
                   READ store-master
                       INVALID KEY
                           MOVE "UNKN" TO ws-str-region (str-idx)
                       NOT INVALID KEY
                           MOVE store-region
                               TO ws-str-region (str-idx)
                   END-READ
                   MOVE ZERO TO ws-str-revenue (str-idx)
                   MOVE ZERO TO ws-str-cost (str-idx)
               WHEN ws-str-store-no (str-idx) = ksds-store-no
                   CONTINUE
           END-SEARCH
           IF tally-dropped
               ADD 1 TO ws-tallies-dropped
               MOVE "UNKN" TO ws-line-region
           ELSE
               ADD ws-line-revenue TO ws-str-revenue (str-idx)
               ADD ws-line-cost TO ws-str-cost (str-idx)
               MOVE ws-str-region (str-idx) TO ws-line-region
           END-IF.

      *> An item missing from ITEMMAST groups under category UNKN,
      *> as on the basket report.
       2400-TALLY-ITEM.
           SET tally-dropped TO FALSE
           SET itm-idx TO 1
           SEARCH ws-itm-tbl
               AT END
                   SET tally-dropped TO TRUE
               WHEN itm-idx > ws-itm-count
                   ADD 1 TO ws-itm-count
                   MOVE ksds-item-no TO ws-itm-item-no (itm-idx)
                   MOVE ksds-item-no TO item-key
                   READ item-master
                       INVALID KEY
                           MOVE "UNKN" TO ws-itm-category (itm-idx)
                       NOT INVALID KEY
                           MOVE item-category
                               TO ws-itm-category (itm-idx)
                   END-READ
                   MOVE ZERO TO ws-itm-revenue (itm-idx)
                   MOVE ZERO TO ws-itm-cost (itm-idx)
               WHEN ws-itm-item-no (itm-idx) = ksds-item-no
                   CONTINUE
           END-SEARCH
           IF tally-dropped
               ADD 1 TO ws-tallies-dropped
               MOVE ksds-item-no TO item-key
               READ item-master
                   INVALID KEY
                       MOVE "UNKN" TO ws-line-category
                   NOT INVALID KEY
                       MOVE item-category TO ws-line-category
               END-READ
           ELSE
               ADD ws-line-revenue TO ws-itm-revenue (itm-idx)
               ADD ws-line-cost TO ws-itm-cost (itm-idx)
               MOVE ws-itm-category (itm-idx) TO ws-line-category
           END-IF.

       2500-TALLY-REGION.
           SET tally-dropped TO FALSE
           SET rgn-idx TO 1
           SEARCH ws-rgn-tbl
               AT END
                   SET tally-dropped TO TRUE
               WHEN rgn-idx > ws-rgn-count
                   ADD 1 TO ws-rgn-count
                   MOVE ws-line-region TO ws-rgn-region (rgn-idx)
                   MOVE ZERO TO ws-rgn-revenue (rgn-idx)
                   MOVE ZERO TO ws-rgn-cost (rgn-idx)
               WHEN ws-rgn-region (rgn-idx) = ws-line-region
                   CONTINUE
           END-SEARCH
           IF tally-dropped
               ADD 1 TO ws-tallies-dropped
           ELSE
               ADD ws-line-revenue TO ws-rgn-revenue (rgn-idx)
               ADD ws-line-cost TO ws-rgn-cost (rgn-idx)
           END-IF.

       2600-TALLY-CATEGORY.
           SET tally-dropped TO FALSE
           SET cat-idx TO 1
           SEARCH ws-cat-tbl
               AT END
                   SET tally-dropped TO TRUE
               WHEN cat-idx > ws-cat-count
                   ADD 1 TO ws-cat-count
                   MOVE ws-line-category TO ws-cat-category (cat-idx)
                   MOVE ZERO TO ws-cat-revenue (cat-idx)
                   MOVE ZERO TO ws-cat-cost (cat-idx)
               WHEN ws-cat-category (cat-idx) = ws-line-category
                   CONTINUE
           END-SEARCH
           IF tally-dropped
               ADD 1 TO ws-tallies-dropped
           ELSE
               ADD ws-line-revenue TO ws-cat-revenue (cat-idx)
               ADD ws-line-cost TO ws-cat-cost (cat-idx)
           END-IF.

       4000-FINALIZE.
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO ws-margin-line
           MOVE "TOTAL" TO ws-ml-key
           MOVE ws-total-revenue TO ws-fmt-revenue
           MOVE ws-total-cost TO ws-fmt-cost
           PERFORM 7200-FORMAT-MARGIN
           MOVE ws-margin-line TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING "LINES WITH NO COST IN FORCE: " ws-lines-uncosted
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO ws-margin-line
           MOVE "UNCOST" TO ws-ml-key
           MOVE "REVENUE AT NO COST" TO ws-ml-name
           MOVE ws-uncosted-revenue TO ws-ml-revenue
           MOVE ws-margin-line TO report-line
           WRITE report-line
           IF ws-tallies-dropped > ZERO
               MOVE SPACES TO report-line
               STRING "TALLIES DROPPED, TABLE FULL: "
                   ws-tallies-dropped
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
           END-IF
           CLOSE sales-ksds, item-master, store-master, report-out
           IF cost-master-open
               CLOSE cost-master
           END-IF
           DISPLAY "GROSS MARGIN LINES READ:   " ws-lines-read
           DISPLAY "LINES IN WINDOW:           " ws-lines-in-window
           DISPLAY "LINES UNCOSTED:            " ws-lines-uncosted.

      *> Every store, region and category row goes to the sort;
      *> of the items, only those with revenue left after returns
      *> have a margin percent to rank.
       6000-RELEASE-TOTALS.
           MOVE ZERO TO ms-sort-pct
           PERFORM VARYING str-idx FROM 1 BY 1
                   UNTIL str-idx > ws-str-count
               MOVE 1 TO ms-section
               MOVE ws-str-store-no (str-idx) TO ms-key
               MOVE ws-str-revenue (str-idx) TO ms-revenue
               MOVE ws-str-cost (str-idx) TO ms-cost
               RELEASE margin-sort-record
           END-PERFORM
           PERFORM VARYING rgn-idx FROM 1 BY 1
                   UNTIL rgn-idx > ws-rgn-count
               MOVE 2 TO ms-section
               MOVE ws-rgn-region (rgn-idx) TO ms-key
               MOVE ws-rgn-revenue (rgn-idx) TO ms-revenue
               MOVE ws-rgn-cost (rgn-idx) TO ms-cost
               RELEASE margin-sort-record
           END-PERFORM
           PERFORM VARYING cat-idx FROM 1 BY 1
                   UNTIL cat-idx > ws-cat-count
               MOVE 3 TO ms-section
               MOVE ws-cat-category (cat-idx) TO ms-key
               MOVE ws-cat-revenue (cat-idx) TO ms-revenue
               MOVE ws-cat-cost (cat-idx) TO ms-cost
               RELEASE margin-sort-record
           END-PERFORM
           PERFORM VARYING itm-idx FROM 1 BY 1
                   UNTIL itm-idx > ws-itm-count
               IF ws-itm-revenue (itm-idx) > ZERO
                   MOVE 4 TO ms-section
                   MOVE ws-itm-item-no (itm-idx) TO ms-key
                   MOVE ws-itm-revenue (itm-idx) TO ms-revenue
                   MOVE ws-itm-cost (itm-idx) TO ms-cost
                   COMPUTE ms-sort-pct ROUNDED =
                       (ms-revenue - ms-cost) * 100 / ms-revenue
                       ON SIZE ERROR
                           MOVE -99999.99 TO ms-sort-pct
                   END-COMPUTE
                   RELEASE margin-sort-record
               END-IF
           END-PERFORM.

      *> A heading at each change of section; the item section
      *> stops after ws-lowest-items.
       7000-PRINT-MARGINS.
           PERFORM UNTIL no-more-sorted
               RETURN margin-sort
                   AT END
                       SET no-more-sorted TO TRUE
               END-RETURN
               IF NOT no-more-sorted
                   IF ms-section NOT = ws-prev-section
                       PERFORM 7100-PRINT-HEADING
                   END-IF
                   IF NOT ms-item-section
                       OR ws-items-printed < ws-lowest-items
                       PERFORM 7150-PRINT-MARGIN-LINE
                   END-IF
               END-IF
           END-PERFORM.

       7100-PRINT-HEADING.
           MOVE ms-section TO ws-prev-section
           MOVE SPACES TO report-line
           WRITE report-line
           EVALUATE TRUE
               WHEN ms-store-section
                   MOVE "BY STORE" TO report-line
               WHEN ms-region-section
                   MOVE "BY REGION" TO report-line
               WHEN ms-category-section
                   MOVE "BY ITEM CATEGORY" TO report-line
               WHEN ms-item-section
                   MOVE SPACES TO report-line
                   STRING "LOWEST-MARGIN ITEMS (FIRST "
                       ws-lowest-items ")"
                       DELIMITED BY SIZE INTO report-line
           END-EVALUATE
           WRITE report-line
           MOVE "KEY    NAME                   REVENUE          COST"
               & "        MARGIN    PCT"
               TO report-line
           WRITE report-line.

       7150-PRINT-MARGIN-LINE.
           MOVE SPACES TO ws-margin-line
           MOVE ms-key TO ws-ml-key
           EVALUATE TRUE
               WHEN ms-store-section
                   MOVE ms-key (1:4) TO store-key
                   READ store-master
                       INVALID KEY
                           MOVE "NOT ON STORMAST" TO ws-ml-name
                       NOT INVALID KEY
                           MOVE store-name TO ws-ml-name
                   END-READ
               WHEN ms-item-section
                   ADD 1 TO ws-items-printed
                   MOVE ms-key TO item-key
                   READ item-master
                       INVALID KEY
                           MOVE "NOT ON ITEMMAST" TO ws-ml-name
                       NOT INVALID KEY
                           MOVE item-description TO ws-ml-name
                   END-READ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE ms-revenue TO ws-fmt-revenue
           MOVE ms-cost TO ws-fmt-cost
           PERFORM 7200-FORMAT-MARGIN
           MOVE ws-margin-line TO report-line
           WRITE report-line.

       7200-FORMAT-MARGIN.
           COMPUTE ws-margin = ws-fmt-revenue - ws-fmt-cost
           MOVE ws-fmt-revenue TO ws-ml-revenue
           MOVE ws-fmt-cost TO ws-ml-cost
           MOVE ws-margin TO ws-ml-margin
           IF ws-fmt-revenue = ZERO
               MOVE ZERO TO ws-margin-pct
           ELSE
               COMPUTE ws-margin-pct ROUNDED =
                   ws-margin * 100 / ws-fmt-revenue
                   ON SIZE ERROR
                       MOVE ZERO TO ws-margin-pct
               END-COMPUTE
           END-IF
           MOVE ws-margin-pct TO ws-ml-pct.

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
