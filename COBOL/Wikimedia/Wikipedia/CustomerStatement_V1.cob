      *> delivery-log record (customer, period, channel, timestamp)
      *> is written, so customer service can answer "was it sent"
      *> from a file instead of guessing.
      *>
      *> Loyalty points: the footer carries the customer's points
      *> balance off POINTMST as the statement run finds it, and
      *> what it is worth at the POINTPRM redemption rate; the
      *> electronic extract carries the same two figures.
      *>
      *> Consolidated billing: with the STMTOPT setting asking for it,
      *> a corporate parent's statement carries each child
      *> account's activity under its own sub-heading after the
      *> parent's, and closes with a group aging summary on a page
      *> of its own -- every account in the group aged off
      *> OPENITEM into one set of buckets, with the group balance
      *> against the group limit -- so head office sees the whole
      *> exposure in one place.  Children get no statement of
      *> their own on a consolidated run (their delivery-log
      *> record names the GROUP channel), and a consolidated
      *> statement always prints: the mail-bridge extract carries
      *> one account's balances, not a group's.
      *>
      *> Every statement produced, whichever channel, also leaves
      *> its closing date and ending balance on STMTBAL, the
      *> figure the autopay collection run debits.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-delivery-log-status.

           SELECT points-master ASSIGN TO "POINTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pts-cust-key
               FILE STATUS IS ws-points-status.

      *> Run-parameter registry: the settings that used to come
      *> off one-off control cards, looked up under the card's old
      *> name for the value in force on the run date.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

           SELECT date-range-parm ASSIGN TO "DATERNGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-date-range-status.

      *> Open items, aged for the group aging summary the same way
      *> the aging report ages them.
           SELECT open-item-file ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS oi-key
               FILE STATUS IS ws-open-item-status.

      *> Latest statement balance per customer.
           SELECT stmt-balance-file ASSIGN TO "STMTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS stb-cust-key
               FILE STATUS IS ws-stmt-balance-status.

       DATA DIVISION.
       FILE SECTION.
       FD  customer-file.
       FD  customer-ledger.
       COPY CUSTLEDG.

       FD  points-master.
       COPY POINTMST.

       FD  parm-registry.
       COPY PARMREG.

       FD  statement-out
           REPORT IS customer-statement.

           05  est-beginning-balance   PIC 9(7)V99.
           05  est-ending-balance      PIC 9(7)V99.
           05  est-timestamp           PIC X(26).
           05  est-points-balance      PIC 9(9).
           05  est-points-value        PIC 9(7)V99.

       FD  delivery-log
           RECORDING MODE IS F.
       FD  date-range-parm.
       01  date-range-parm-line       PIC X(16).

       FD  open-item-file.
       COPY OPENITEM.

       FD  stmt-balance-file.
       COPY STMTBAL.

       WORKING-STORAGE SECTION.
       01  ws-file-status.
           05  ws-customer-status      PIC XX.
           05  ws-estatement-status    PIC XX.
           05  ws-delivery-log-status  PIC XX.
           05  ws-date-range-status    PIC XX.
           05  ws-points-status        PIC XX.
           05  ws-open-item-status     PIC XX.
           05  ws-stmt-balance-status  PIC XX.

       01  ws-flags.
           05  no-more-customers-sw    PIC X VALUE "N".
           05  no-more-summaries-sw    PIC X VALUE "N".
               88  no-more-summaries
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  consolidated-run-sw     PIC X VALUE "N".
               88  consolidated-run    VALUE "Y".
           05  has-children-sw         PIC X VALUE "N".
               88  has-children
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  in-child-table-sw       PIC X VALUE "N".
               88  in-child-table
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  no-more-items-sw        PIC X VALUE "N".
               88  no-more-items
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-beginning-balance        PIC 9(7)V99.
       01  ws-ending-balance           PIC 9(7)V99.
       01  ws-beginning-stamp          PIC X(26).
       01  ws-ending-stamp             PIC X(26).

      *> Loyalty points standing for the customer in hand, and the
      *> programme's redemption rate that prices them.
       01  ws-points-balance           PIC 9(9).
       01  ws-points-value             PIC 9(7)V99.
       01  ws-pts-per-unit             PIC 9(5) VALUE 100.

       01  ws-stmt-to-period           PIC 9(6).

      *> Account whose activity is being printed: the customer in
      *> hand, or on a consolidated statement each of its children
      *> in turn.  The fallback balance stands in when that account
      *> has no ledger history at all.
       01  ws-stmt-cust-key            PIC X(10).
       01  ws-stmt-fallback-balance    PIC 9(7)V99.

      *> Child accounts by parent, loaded from CUSTMAST before the
      *> statement pass, since the master is read front to back and
      *> a parent's children can sort either side of it.
       01  ws-child-table.
           05  ws-child-count          PIC 9(4) VALUE ZERO.
           05  ws-child-tbl OCCURS 2000 TIMES INDEXED BY child-idx.
               10  ws-chd-cust-key     PIC X(10).
               10  ws-chd-parent-key   PIC X(10).
               10  ws-chd-balance      PIC 9(7)V99.

      *> The parent's own balances, held while its children's are
      *> derived through the same fields, and the group figures.
       01  ws-parent-beginning-balance PIC 9(7)V99.
       01  ws-parent-ending-balance    PIC 9(7)V99.
       01  ws-group-balance            PIC 9(9)V99.
       01  ws-group-limit              PIC 9(7)V99.

      *> Group aging, on the aging report's open-item arithmetic,
      *> as of the statement period's closing date.
       01  ws-asof-date                PIC 9(8).
       01  ws-asof-integer             PIC 9(9).
       01  ws-charge-integer           PIC 9(9).
       01  ws-item-age                 PIC S9(9).
       01  ws-acct-open-total          PIC 9(9)V99.
       01  ws-acct-oldest-days         PIC S9(9).
       01  ws-group-buckets.
           05  ws-grp-current-amt      PIC 9(9)V99.
           05  ws-grp-30-day-amt       PIC 9(9)V99.
           05  ws-grp-60-day-amt       PIC 9(9)V99.
           05  ws-grp-90-plus-amt      PIC 9(9)V99.
           05  ws-grp-disputed-amt     PIC 9(9)V99.
       01  ws-stmt-dc-marker           PIC X(2).

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

      *> POINTPRM, off the run-parameter registry.
      *> Points programme card: points per 1.00 of redemption
      *> value, columns 1-5.  Defaults to 100 when absent.
       01  points-parm-card.
           05  ppm-points-per-unit     PIC 9(5).
           05  ppm-window-days         PIC 9(4).

      *> STMTOPT, off the run-parameter registry.
      *> Statement option card: "C" in column 1 asks for
      *> consolidated group statements.  Absent or blank, every
      *> account gets its own statement as before.
       01  stmt-option-card.
           05  sop-statement-mode     PIC X.
               88  sop-consolidated   VALUE "C".

       REPORT SECTION.
       RD  customer-statement
           CONTROLS ARE cust-key
               10  COLUMN 20 PIC X(2)     SOURCE ws-stmt-dc-marker.
               10  COLUMN 30 PIC 9(7)V99  SOURCE ledg-amount.

      *> Consolidated statements: each child's activity prints
      *> between its own sub-heading and sub-total.
       01  child-heading TYPE IS DETAIL.
           05  LINE NUMBER PLUS 2.
               10  COLUMN 1  PIC X(14)    VALUE "  ACCOUNT ".
               10  COLUMN 15 PIC X(10)    SOURCE ws-stmt-cust-key.
           05  LINE NUMBER PLUS 1.
               10  COLUMN 1  PIC X(20)    VALUE "  BEGINNING BAL - ".
               10  COLUMN 21 PIC ZZZ,ZZ9.99 SOURCE ws-beginning-balance.

       01  child-footing TYPE IS DETAIL.
           05  LINE NUMBER PLUS 1.
               10  COLUMN 1  PIC X(20)    VALUE "  ENDING BAL - ".
               10  COLUMN 21 PIC ZZZ,ZZ9.99 SOURCE ws-ending-balance.

      *> Group aging summary, on a page of its own: one line per
      *> account in the group, then the group's buckets, balance
      *> and limit.
       01  group-aging-heading TYPE IS DETAIL.
           05  LINE NUMBER IS 5 ON NEXT PAGE.
               10  COLUMN 1  PIC X(22)    VALUE "GROUP AGING SUMMARY -".
               10  COLUMN 25 PIC X(10)    SOURCE cust-key.
               10  COLUMN 37 PIC X(6)     VALUE "AS OF ".
               10  COLUMN 43 PIC 9(8)     SOURCE ws-asof-date.
           05  LINE NUMBER PLUS 2.
               10  COLUMN 1  PIC X(7)     VALUE "ACCOUNT".
               10  COLUMN 15 PIC X(10)    VALUE "OPEN ITEMS".
               10  COLUMN 32 PIC X(11)    VALUE "OLDEST DAYS".

       01  group-aging-member TYPE IS DETAIL.
           05  LINE NUMBER PLUS 1.
               10  COLUMN 1  PIC X(10)    SOURCE ws-stmt-cust-key.
               10  COLUMN 15 PIC ZZZ,ZZZ,ZZ9.99
                   SOURCE ws-acct-open-total.
               10  COLUMN 34 PIC ZZZZZZZZ9 SOURCE ws-acct-oldest-days.

       01  group-aging-totals TYPE IS DETAIL.
           05  LINE NUMBER PLUS 2.
               10  COLUMN 1  PIC X(10)    VALUE "CURRENT".
               10  COLUMN 15 PIC ZZZ,ZZZ,ZZ9.99
                   SOURCE ws-grp-current-amt.
           05  LINE NUMBER PLUS 1.
               10  COLUMN 1  PIC X(10)    VALUE "30 DAYS".
               10  COLUMN 15 PIC ZZZ,ZZZ,ZZ9.99
                   SOURCE ws-grp-30-day-amt.
           05  LINE NUMBER PLUS 1.
               10  COLUMN 1  PIC X(10)    VALUE "60 DAYS".
               10  COLUMN 15 PIC ZZZ,ZZZ,ZZ9.99
                   SOURCE ws-grp-60-day-amt.
           05  LINE NUMBER PLUS 1.
               10  COLUMN 1  PIC X(10)    VALUE "90+ DAYS".
               10  COLUMN 15 PIC ZZZ,ZZZ,ZZ9.99
                   SOURCE ws-grp-90-plus-amt.
           05  LINE NUMBER PLUS 1.
               10  COLUMN 1  PIC X(10)    VALUE "DISPUTED".
               10  COLUMN 15 PIC ZZZ,ZZZ,ZZ9.99
                   SOURCE ws-grp-disputed-amt.
           05  LINE NUMBER PLUS 2.
               10  COLUMN 1  PIC X(14)    VALUE "GROUP BALANCE".
               10  COLUMN 15 PIC ZZZ,ZZZ,ZZ9.99
                   SOURCE ws-group-balance.
           05  LINE NUMBER PLUS 1.
               10  COLUMN 1  PIC X(14)    VALUE "GROUP LIMIT".
               10  COLUMN 15 PIC ZZZ,ZZZ,ZZ9.99
                   SOURCE ws-group-limit.

       01  statement-footer TYPE IS CONTROL FOOTING cust-key.
           05  LINE NUMBER PLUS 2.
               10  COLUMN 1  PIC X(24)    VALUE "LAST PAYMENT DATE - ".
           05  LINE NUMBER PLUS 1.
               10  COLUMN 1  PIC X(24)    VALUE "ENDING BALANCE - ".
               10  COLUMN 22 PIC ZZZ,ZZ9.99 SOURCE ws-ending-balance.
           05  LINE NUMBER PLUS 1.
               10  COLUMN 1  PIC X(24)    VALUE "LOYALTY POINTS - ".
               10  COLUMN 22 PIC ZZZ,ZZZ,ZZ9
                   SOURCE ws-points-balance.
               10  COLUMN 35 PIC X(7)     VALUE "WORTH ".
               10  COLUMN 42 PIC ZZZ,ZZ9.99 SOURCE ws-points-value.

       PROCEDURE DIVISION.
       0000-MAIN.

       1000-INITIALIZE.
           PERFORM 1150-READ-DATE-RANGE-PARM
           PERFORM 1170-READ-POINTS-PARM
           PERFORM 1180-READ-STATEMENT-OPTION
           IF consolidated-run
               PERFORM 1190-LOAD-CHILD-ACCOUNTS
               OPEN INPUT open-item-file
           END-IF
           OPEN INPUT customer-file
           OPEN INPUT sales-ksds
           OPEN INPUT sales-summary
           OPEN INPUT customer-ledger
           OPEN INPUT points-master
           OPEN OUTPUT statement-out
           OPEN OUTPUT estatement-out
           OPEN EXTEND delivery-log
           IF ws-delivery-log-status NOT = "00"
               OPEN OUTPUT delivery-log
           END-IF
           OPEN I-O stmt-balance-file
           IF ws-stmt-balance-status NOT = "00"
               OPEN OUTPUT stmt-balance-file
               CLOSE stmt-balance-file
               OPEN I-O stmt-balance-file
           END-IF
           MOVE ws-business-date-to (1:6) TO ws-stmt-to-period
           INITIATE customer-statement.

               CLOSE date-range-parm
           END-IF.

       1170-READ-POINTS-PARM.
           MOVE "POINTPRM" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO points-parm-card
               IF ppm-points-per-unit > ZERO
                   MOVE ppm-points-per-unit
                       TO ws-pts-per-unit
               END-IF
           END-IF.

       1180-READ-STATEMENT-OPTION.
           MOVE "STMTOPT" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO stmt-option-card
               IF sop-consolidated
                   SET consolidated-run TO TRUE
               END-IF
           END-IF
           IF ws-business-date-to = 99999999
               MOVE FUNCTION CURRENT-DATE (1:8) TO ws-asof-date
           ELSE
               MOVE ws-business-date-to TO ws-asof-date
           END-IF
           COMPUTE ws-asof-integer =
               FUNCTION INTEGER-OF-DATE (ws-asof-date).

      *> One pass of the master ahead of the statement pass; the
      *> file is closed again so the statement pass starts from the
      *> top.  A child that finds the table full is reported and
      *> gets its own statement instead of vanishing.
       1190-LOAD-CHILD-ACCOUNTS.
           OPEN INPUT customer-file
           PERFORM UNTIL no-more-customers
               READ customer-file NEXT RECORD
                   AT END
                       SET no-more-customers TO TRUE
                   NOT AT END
                       IF NOT cust-no-parent
                           AND NOT cust-merged-away
                           IF ws-child-count < 2000
                               ADD 1 TO ws-child-count
                               SET child-idx TO ws-child-count
                               MOVE cust-key
                                   TO ws-chd-cust-key (child-idx)
                               MOVE cust-parent-key
                                   TO ws-chd-parent-key (child-idx)
                               MOVE cust-balance
                                   TO ws-chd-balance (child-idx)
                           ELSE
                               DISPLAY "CHILD TABLE FULL - "
                                   cust-key " STATEMENTED ALONE"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE customer-file
           MOVE "N" TO no-more-customers-sw.

       2000-PROCESS-CUSTOMERS.
           READ customer-file NEXT RECORD
               AT END
                   SET no-more-customers TO TRUE
           END-READ
           IF NOT no-more-customers
               PERFORM 2050-ROUTE-STATEMENT
           END-IF.

      *> On a consolidated run a child in the table prints under
      *> its parent, and an account with children in the table
      *> prints the group statement; everything else prints as
      *> before.
       2050-ROUTE-STATEMENT.
           SET has-children TO FALSE
           SET in-child-table TO FALSE
           IF consolidated-run
               SET child-idx TO 1
               SEARCH ws-child-tbl
                   WHEN child-idx > ws-child-count
                       CONTINUE
                   WHEN ws-chd-parent-key (child-idx) = cust-key
                       SET has-children TO TRUE
               END-SEARCH
               SET child-idx TO 1
               SEARCH ws-child-tbl
                   WHEN child-idx > ws-child-count
                       CONTINUE
                   WHEN ws-chd-cust-key (child-idx) = cust-key
                       SET in-child-table TO TRUE
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN has-children
                   PERFORM 2500-PRINT-GROUP-STATEMENT
               WHEN in-child-table
                   CONTINUE
               WHEN OTHER
                   PERFORM 2100-PRINT-STATEMENT
           END-EVALUATE.

      *> An electronic-preference customer gets the extract in
      *> place of the print generation; the ledger-derived balances
      *> are computed either way, since the extract carries them.
       2100-PRINT-STATEMENT.
           MOVE cust-key TO ws-stmt-cust-key
           MOVE cust-balance TO ws-stmt-fallback-balance
           PERFORM 2150-DERIVE-LEDGER-BALANCES
           PERFORM 2170-LOOK-UP-POINTS
           IF cust-email-pref
               PERFORM 2400-WRITE-ESTMT-EXTRACT
               MOVE "EMAIL" TO dlv-channel
           MOVE ws-business-date-to TO est-period-to
           MOVE ws-beginning-balance TO est-beginning-balance
           MOVE ws-ending-balance TO est-ending-balance
           MOVE ws-points-balance TO est-points-balance
           MOVE ws-points-value TO est-points-value
           MOVE FUNCTION CURRENT-DATE TO est-timestamp
           WRITE estatement-record.

       2450-WRITE-DELIVERY-LOG.
           MOVE ws-stmt-cust-key TO dlv-cust-key
           MOVE ws-stmt-to-period TO dlv-period
           MOVE FUNCTION CURRENT-DATE TO dlv-timestamp
           WRITE delivery-log-record
           PERFORM 2460-RECORD-STATEMENT-BALANCE.

      *> The statement closes on the period-to date, or today on a
      *> whole-history run.
       2460-RECORD-STATEMENT-BALANCE.
           MOVE ws-stmt-cust-key TO stb-cust-key
           READ stmt-balance-file
           MOVE ws-stmt-cust-key TO stb-cust-key
           MOVE ws-asof-date TO stb-stmt-date
           MOVE ws-ending-balance TO stb-ending-balance
           MOVE FUNCTION CURRENT-DATE TO stb-timestamp
           IF ws-stmt-balance-status = "00"
               REWRITE statement-balance-record
           ELSE
               WRITE statement-balance-record
           END-IF.

      *> Months the rollup has already purged print from SALESSUM;
      *> detail and summary never overlap, since the rollup deletes
      *> reaching back past retention should show the rolled-up
      *> months it covers.
       2250-PRINT-PERIOD-SUMMARIES.
           MOVE ws-stmt-cust-key TO sum-cust-key
           MOVE ws-business-date-from (1:6) TO sum-period
           START sales-summary KEY IS >= sum-key
               INVALID KEY
                       SET no-more-summaries TO TRUE
               END-READ
               IF NOT no-more-summaries
                   IF sum-cust-key = ws-stmt-cust-key
                       AND sum-period <= ws-stmt-to-period
                       GENERATE statement-summary-line
                   ELSE
           MOVE ZERO TO ws-ending-balance
           MOVE LOW-VALUES TO ws-beginning-stamp
           MOVE LOW-VALUES TO ws-ending-stamp
           MOVE ws-stmt-cust-key TO ledg-cust-key
           MOVE ZERO TO ledg-date
           MOVE ZERO TO ledg-seq
           START customer-ledger KEY IS >= ledg-key
                       SET no-more-ledger-for-cust TO TRUE
               END-READ
               IF NOT no-more-ledger-for-cust
                   IF ledg-cust-key = ws-stmt-cust-key
                       AND ledg-date <= ws-business-date-to
                       SET ledger-activity TO TRUE
                       IF ledg-date < ws-business-date-from
               END-IF
           END-PERFORM
           IF NOT ledger-activity
               MOVE ws-stmt-fallback-balance TO ws-beginning-balance
               MOVE ws-stmt-fallback-balance TO ws-ending-balance
           END-IF.

      *> A customer who has never earned a point shows zero.
       2170-LOOK-UP-POINTS.
           MOVE ZERO TO ws-points-balance
           MOVE ZERO TO ws-points-value
           MOVE cust-key TO pts-cust-key
           READ points-master
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE pts-balance TO ws-points-balance
                   COMPUTE ws-points-value ROUNDED =
                       pts-balance / ws-pts-per-unit
           END-READ.

      *> Ledger activity within the period that is not a posted sale
      *> -- payments, returns, adjustments, finance charges -- prints
      *> off the ledger as its own statement line after the sales
      *> detail, marked DR or CR.  Sale debits are excluded: the
      *> SALESKSDS detail above already shows them line by line.
       2350-PRINT-PERIOD-CREDITS.
           MOVE ws-stmt-cust-key TO ledg-cust-key
           MOVE ws-business-date-from TO ledg-date
           MOVE ZERO TO ledg-seq
           START customer-ledger KEY IS >= ledg-key
                       SET no-more-ledger-for-cust TO TRUE
               END-READ
               IF NOT no-more-ledger-for-cust
                   IF ledg-cust-key = ws-stmt-cust-key
                       AND ledg-date <= ws-business-date-to
                       IF NOT (ledg-sale-txn AND ledg-debit)
                           IF ledg-debit
           END-PERFORM.

       2300-PRINT-CUSTOMER-SALES.
           MOVE ws-stmt-cust-key TO ksds-cust-key
           MOVE ws-business-date-from TO ksds-date
           MOVE ZERO TO ksds-seq
           START sales-ksds KEY IS >= ksds-key
                       SET no-more-sales-for-cust TO TRUE
               END-READ
               IF NOT no-more-sales-for-cust
                   IF ksds-cust-key = ws-stmt-cust-key
                       AND ksds-date <= ws-business-date-to
      *> Returns are skipped here: printed as a plain sale line
      *> they would look bought-and-credited in one statement.
               END-IF
           END-PERFORM.

      *> Consolidated group statement: the parent's own statement
      *> body, each child's activity under its sub-heading, then
      *> the group aging page, then the parent's footing.  The
      *> parent's balances are held across the children's, since
      *> the footing prints from the same fields.
       2500-PRINT-GROUP-STATEMENT.
           MOVE cust-key TO ws-stmt-cust-key
           MOVE cust-balance TO ws-stmt-fallback-balance
           PERFORM 2150-DERIVE-LEDGER-BALANCES
           PERFORM 2170-LOOK-UP-POINTS
           MOVE ws-beginning-balance TO ws-parent-beginning-balance
           MOVE ws-ending-balance TO ws-parent-ending-balance
           MOVE ws-ending-balance TO ws-group-balance
           MOVE cust-group-limit TO ws-group-limit
           GENERATE statement-header
           PERFORM 2250-PRINT-PERIOD-SUMMARIES
           PERFORM 2300-PRINT-CUSTOMER-SALES
           PERFORM 2350-PRINT-PERIOD-CREDITS
           PERFORM VARYING child-idx FROM 1 BY 1
                   UNTIL child-idx > ws-child-count
               IF ws-chd-parent-key (child-idx) = cust-key
                   PERFORM 2550-PRINT-CHILD-SECTION
               END-IF
           END-PERFORM
           PERFORM 2600-PRINT-GROUP-AGING
           MOVE cust-key TO ws-stmt-cust-key
           MOVE ws-parent-beginning-balance TO ws-beginning-balance
           MOVE ws-parent-ending-balance TO ws-ending-balance
           GENERATE statement-footer
           MOVE "PRINT" TO dlv-channel
           PERFORM 2450-WRITE-DELIVERY-LOG.

       2550-PRINT-CHILD-SECTION.
           MOVE ws-chd-cust-key (child-idx) TO ws-stmt-cust-key
           MOVE ws-chd-balance (child-idx) TO ws-stmt-fallback-balance
           PERFORM 2150-DERIVE-LEDGER-BALANCES
           ADD ws-ending-balance TO ws-group-balance
           GENERATE child-heading
           PERFORM 2250-PRINT-PERIOD-SUMMARIES
           PERFORM 2300-PRINT-CUSTOMER-SALES
           PERFORM 2350-PRINT-PERIOD-CREDITS
           GENERATE child-footing
           MOVE "GROUP" TO dlv-channel
           PERFORM 2450-WRITE-DELIVERY-LOG.

      *> Every account in the group aged off OPENITEM into the one
      *> set of group buckets, a line per account with open items.
       2600-PRINT-GROUP-AGING.
           MOVE ZERO TO ws-group-buckets
           GENERATE group-aging-heading
           MOVE cust-key TO ws-stmt-cust-key
           PERFORM 2650-AGE-ONE-ACCOUNT
           PERFORM VARYING child-idx FROM 1 BY 1
                   UNTIL child-idx > ws-child-count
               IF ws-chd-parent-key (child-idx) = cust-key
                   MOVE ws-chd-cust-key (child-idx)
                       TO ws-stmt-cust-key
                   PERFORM 2650-AGE-ONE-ACCOUNT
               END-IF
           END-PERFORM
           GENERATE group-aging-totals.

       2650-AGE-ONE-ACCOUNT.
           MOVE ZERO TO ws-acct-open-total
           MOVE ZERO TO ws-acct-oldest-days
           SET no-more-items TO FALSE
           MOVE ws-stmt-cust-key TO oi-cust-key
           MOVE ZERO TO oi-posting-date
           MOVE ZERO TO oi-seq
           START open-item-file KEY IS >= oi-key
               INVALID KEY
                   SET no-more-items TO TRUE
           END-START
           PERFORM UNTIL no-more-items
               READ open-item-file NEXT RECORD
                   AT END
                       SET no-more-items TO TRUE
               END-READ
               IF NOT no-more-items
                   IF oi-cust-key = ws-stmt-cust-key
                       PERFORM 2660-BUCKET-ONE-ITEM
                   ELSE
                       SET no-more-items TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF ws-acct-open-total > ZERO
               GENERATE group-aging-member
           END-IF.

      *> A charge under an open dispute case is owed but not aged:
      *> it counts in the account's open total and sits on the
      *> disputed line, outside the buckets and the oldest age.
       2660-BUCKET-ONE-ITEM.
           IF oi-disputed
               ADD oi-open-amount TO ws-acct-open-total
               ADD oi-open-amount TO ws-grp-disputed-amt
           ELSE
               PERFORM 2670-AGE-ONE-ITEM
           END-IF.

       2670-AGE-ONE-ITEM.
           IF oi-posting-date = ZERO
               MOVE ZERO TO ws-item-age
           ELSE
               COMPUTE ws-charge-integer =
                   FUNCTION INTEGER-OF-DATE (oi-posting-date)
               COMPUTE ws-item-age =
                   ws-asof-integer - ws-charge-integer
           END-IF
           IF ws-item-age > ws-acct-oldest-days
               MOVE ws-item-age TO ws-acct-oldest-days
           END-IF
           ADD oi-open-amount TO ws-acct-open-total
           EVALUATE TRUE
               WHEN ws-item-age <= 30
                   ADD oi-open-amount TO ws-grp-current-amt
               WHEN ws-item-age <= 60
                   ADD oi-open-amount TO ws-grp-30-day-amt
               WHEN ws-item-age <= 90
                   ADD oi-open-amount TO ws-grp-60-day-amt
               WHEN OTHER
                   ADD oi-open-amount TO ws-grp-90-plus-amt
           END-EVALUATE.

       3000-FINALIZE.
           TERMINATE customer-statement
           CLOSE customer-file, sales-ksds, sales-summary,
               customer-ledger, points-master, statement-out,
               estatement-out,
               delivery-log, stmt-balance-file
           IF consolidated-run
               CLOSE open-item-file
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
