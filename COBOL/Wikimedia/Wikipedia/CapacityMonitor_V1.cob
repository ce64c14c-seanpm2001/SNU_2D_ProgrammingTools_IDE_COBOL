       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACITY-MONITOR-V1.
      *> Nightly capacity watch over the keyed files that grow every
      *> night -- SALESKSDS, ITEMKSDS, CUSTLEDG, OPENITEM and
      *> CUSTMAST -- so the first warning that one is running out of
      *> space is a page in the afternoon, not an abend halfway
      *> down the chain.  Each night it:
      *>   - reads every file front to back for its record count,
      *>     and works the space the data takes from the count and
      *>     the record length;
      *>   - appends one CAPHIST record per file for the business
      *>     date, the history the trend runs off;
      *>   - prints a trend line per file: the count, how full the
      *>     file is against the allocation on its CAPPARM card,
      *>     the average daily growth over the trailing window, the
      *>     days left before the file reaches its threshold and
      *>     the projected date it does;
      *>   - queues a FILE NEAR CAPACITY alert on ALERTQ, for
      *>     ALERT-DISPATCH-V1 to route like any other, for every
      *>     file already at its threshold or projected to reach
      *>     it within the CAPDAYS horizon, so operations can
      *>     reorganise or extend it in daytime.
      *> Growth is the change in record count since the oldest
      *> history record inside the window, per calendar day; a file
      *> with no history yet, or not growing, is printed without a
      *> projection.  A file with no CAPPARM card is counted and
      *> recorded but cannot be projected, and says so.  A file
      *> that cannot be opened is reported and the run ends
      *> RETURN-CODE 4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT date-control ASSIGN TO "DATECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-date-control-status.

           SELECT sales-ksds ASSIGN TO "SALESKSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ksds-key
               FILE STATUS IS ws-sales-ksds-status.

           SELECT item-mirror ASSIGN TO "ITEMKSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ik-key
               FILE STATUS IS ws-item-mirror-status.

           SELECT customer-ledger ASSIGN TO "CUSTLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ledg-key
               FILE STATUS IS ws-ledger-status.

           SELECT open-item-file ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS oi-key
               FILE STATUS IS ws-open-item-status.

           SELECT customer-file ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cust-key
               FILE STATUS IS ws-customer-status.

      *> Capacity card, one per file: DD name (9), allocation in
      *> kilobytes (9), threshold percent of the allocation (3).
      *> A zero or missing threshold defaults to 85 percent.
           SELECT capacity-parm ASSIGN TO "CAPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-capacity-parm-status.

      *> Run-parameter registry: the settings that used to come
      *> off one-off control cards, looked up under the card's old
      *> name for the value in force on the run date.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

           SELECT capacity-history ASSIGN TO "CAPHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-capacity-history-status.

           SELECT alert-queue-file ASSIGN TO "ALERTQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-alert-queue-status.

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

       FD  sales-ksds.
       COPY SALESKSDS.

       FD  item-mirror.
       COPY ITEMKSDS.

       FD  customer-ledger.
       COPY CUSTLEDG.

       FD  open-item-file.
       COPY OPENITEM.

       FD  customer-file.
       COPY CUSTREC.

       FD  capacity-parm.
       01  capacity-card.
           05  cpc-file-name           PIC X(9).
           05  cpc-alloc-kb            PIC 9(9).
           05  cpc-threshold-pct       PIC 9(3).

       FD  parm-registry.
       COPY PARMREG.

       FD  capacity-history
           RECORDING MODE IS F.
       COPY CAPHIST.

       FD  alert-queue-file
           RECORDING MODE IS F.
       COPY ALERTQ.

       FD  report-out.
       01  report-line                PIC X(80).

       FD  step-timing
           RECORDING MODE IS F.
       COPY STEPTIME.

       WORKING-STORAGE SECTION.
       01  ws-step-timing-status      PIC XX.
       01  ws-file-status.
           05  ws-date-control-status  PIC XX.
           05  ws-sales-ksds-status    PIC XX.
           05  ws-item-mirror-status   PIC XX.
           05  ws-ledger-status        PIC XX.
           05  ws-open-item-status     PIC XX.
           05  ws-customer-status      PIC XX.
           05  ws-capacity-parm-status PIC XX.
           05  ws-capacity-history-status PIC XX.
           05  ws-alert-queue-status   PIC XX.
           05  ws-report-out-status    PIC XX.

       01  ws-flags.
           05  end-of-file-sw          PIC X VALUE "N".
               88  end-of-file
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  no-more-cards-sw        PIC X VALUE "N".
               88  no-more-cards       VALUE "Y".
           05  no-more-history-sw      PIC X VALUE "N".
               88  no-more-history     VALUE "Y".

       01  ws-business-date            PIC 9(8).
       01  ws-business-days            PIC 9(7).
       01  ws-window-start-days        PIC 9(7).
       01  ws-history-days             PIC 9(7).
       01  ws-alert-days               PIC 9(3) VALUE 30.
       01  ws-window-days              PIC 9(3) VALUE 30.
       01  ws-default-threshold        PIC 9(3) VALUE 85.
       01  ws-record-count             PIC 9(9).

      *> The files watched, in report order, with the short name
      *> each one's alert carries.
       01  ws-file-init-values.
           05  FILLER PIC X(15) VALUE "SALESKSDSSLKSDS".
           05  FILLER PIC X(15) VALUE "ITEMKSDS ITKSDS".
           05  FILLER PIC X(15) VALUE "CUSTLEDG CUSTLG".
           05  FILLER PIC X(15) VALUE "OPENITEM OPNITM".
           05  FILLER PIC X(15) VALUE "CUSTMAST CUSTMS".
       01  ws-file-init-table REDEFINES ws-file-init-values
               OCCURS 5 TIMES.
           05  ws-file-init-name       PIC X(9).
           05  ws-file-init-alert-id   PIC X(6).

       01  ws-file-table.
           05  ws-file-tbl OCCURS 5 TIMES INDEXED BY file-idx.
               10  ws-fl-name          PIC X(9).
               10  ws-fl-alert-id      PIC X(6).
               10  ws-fl-available     PIC X.
                   88  ws-fl-is-available VALUE "Y".
               10  ws-fl-count         PIC 9(9).
               10  ws-fl-length        PIC 9(5).
               10  ws-fl-bytes         PIC 9(13).
               10  ws-fl-alloc-kb      PIC 9(9).
               10  ws-fl-threshold     PIC 9(3).
               10  ws-fl-pct-used      PIC 9(3)V9.
               10  ws-fl-has-base      PIC X.
                   88  ws-fl-base-found   VALUE "Y".
               10  ws-fl-base-date     PIC 9(8).
               10  ws-fl-base-count    PIC 9(9).

      *> Projection work for the file in hand.
       01  ws-projection.
           05  ws-alloc-bytes          PIC 9(15).
           05  ws-threshold-records    PIC 9(11).
           05  ws-days-elapsed         PIC 9(5).
           05  ws-growth-per-day       PIC S9(9)V99.
           05  ws-days-to-threshold    PIC 9(7).
           05  ws-projected-days       PIC 9(7).
           05  ws-projected-date       PIC 9(8).

       01  ws-run-totals.
           05  ws-files-unavailable    PIC 9(3) VALUE ZERO.
           05  ws-history-written      PIC 9(3) VALUE ZERO.
           05  ws-alerts-queued        PIC 9(3) VALUE ZERO.

       01  ws-trend-line.
           05  ws-tl-file              PIC X(9).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-tl-count             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-tl-pct               PIC ZZ9.9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-tl-growth            PIC -Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-tl-days              PIC X(5).
           05  ws-tl-days-num REDEFINES ws-tl-days PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-tl-proj-date         PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-tl-status            PIC X(20).
           05  FILLER                  PIC X(5) VALUE SPACES.

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

      *> CAPDAYS, off the run-parameter registry.
      *> Horizon card: alert when a file is projected to reach its
      *> threshold within this many days, PIC 9(3), columns 1-3;
      *> trailing growth window in days, PIC 9(3), columns 4-6.
      *> Defaults: 30 days and 30 days.
       01  horizon-card.
           05  hzc-alert-days          PIC 9(3).
           05  hzc-window-days         PIC 9(3).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COUNT-FILES
           PERFORM 3000-READ-HISTORY
           PERFORM 4000-PROJECT-FILES
           PERFORM 5000-WRITE-HISTORY
           PERFORM 8000-FINALIZE
           PERFORM 9810-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
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
           PERFORM VARYING file-idx FROM 1 BY 1 UNTIL file-idx > 5
               MOVE ws-file-init-name (file-idx)
                   TO ws-fl-name (file-idx)
               MOVE ws-file-init-alert-id (file-idx)
                   TO ws-fl-alert-id (file-idx)
               MOVE "N" TO ws-fl-available (file-idx)
               MOVE ZERO TO ws-fl-count (file-idx)
               MOVE ZERO TO ws-fl-bytes (file-idx)
               MOVE ZERO TO ws-fl-alloc-kb (file-idx)
               MOVE ws-default-threshold TO ws-fl-threshold (file-idx)
               MOVE ZERO TO ws-fl-pct-used (file-idx)
               MOVE "N" TO ws-fl-has-base (file-idx)
               MOVE ZERO TO ws-fl-base-date (file-idx)
               MOVE ZERO TO ws-fl-base-count (file-idx)
           END-PERFORM
           MOVE LENGTH OF sales-ksds-record TO ws-fl-length (1)
           MOVE LENGTH OF item-mirror-record TO ws-fl-length (2)
           MOVE LENGTH OF customer-ledger-record TO ws-fl-length (3)
           MOVE LENGTH OF open-item-record TO ws-fl-length (4)
           MOVE LENGTH OF customer-record TO ws-fl-length (5)
           PERFORM 1100-READ-HORIZON-PARM
           PERFORM 1200-LOAD-CAPACITY-CARDS
           COMPUTE ws-business-days =
               FUNCTION INTEGER-OF-DATE (ws-business-date)
           COMPUTE ws-window-start-days =
               ws-business-days - ws-window-days
           OPEN EXTEND alert-queue-file
           IF ws-alert-queue-status NOT = "00"
               OPEN OUTPUT alert-queue-file
           END-IF
           OPEN OUTPUT report-out
           MOVE SPACES TO report-line
           STRING "KEYED-FILE CAPACITY TREND - BUSINESS DATE "
               ws-business-date
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING "GROWTH OVER " ws-window-days
               " DAYS, ALERT WITHIN " ws-alert-days " DAYS"
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           MOVE "FILE" TO report-line (1:4)
           MOVE "RECORDS" TO report-line (15:7)
           MOVE "PCT" TO report-line (25:3)
           MOVE "GROWTH/DAY" TO report-line (29:10)
           MOVE "DAYS" TO report-line (41:4)
           MOVE "FULL BY" TO report-line (46:7)
           MOVE "STATUS" TO report-line (56:6)
           WRITE report-line.

       1100-READ-HORIZON-PARM.
           MOVE "CAPDAYS" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO horizon-card
               IF hzc-alert-days IS NUMERIC
                   AND hzc-alert-days > ZERO
                   MOVE hzc-alert-days TO ws-alert-days
               END-IF
               IF hzc-window-days IS NUMERIC
                   AND hzc-window-days > ZERO
                   MOVE hzc-window-days TO ws-window-days
               END-IF
           END-IF.

       1200-LOAD-CAPACITY-CARDS.
           OPEN INPUT capacity-parm
           IF ws-capacity-parm-status = "00"
               PERFORM 1210-READ-CAPACITY-CARD
                   UNTIL no-more-cards
               CLOSE capacity-parm
           ELSE
               DISPLAY "CAPPARM NOT AVAILABLE - NO PROJECTIONS"
           END-IF.

       1210-READ-CAPACITY-CARD.
           READ capacity-parm
               AT END
                   SET no-more-cards TO TRUE
           END-READ
           IF NOT no-more-cards
               SET file-idx TO 1
               SEARCH ws-file-tbl
                   AT END
                       DISPLAY "CAPPARM CARD FOR UNWATCHED FILE "
                           cpc-file-name " IGNORED"
                   WHEN ws-fl-name (file-idx) = cpc-file-name
                       IF cpc-alloc-kb IS NUMERIC
                           MOVE cpc-alloc-kb
                               TO ws-fl-alloc-kb (file-idx)
                       END-IF
                       IF cpc-threshold-pct IS NUMERIC
                           AND cpc-threshold-pct > ZERO
                           MOVE cpc-threshold-pct
                               TO ws-fl-threshold (file-idx)
                       END-IF
               END-SEARCH
           END-IF.

      *> One front-to-back pass per file.  A file that will not
      *> open is reported and left out of tonight's history rather
      *> than recorded as empty.
       2000-COUNT-FILES.
           OPEN INPUT sales-ksds
           SET file-idx TO 1
           IF ws-sales-ksds-status = "00"
               MOVE ZERO TO ws-record-count
               SET end-of-file TO FALSE
               PERFORM 2100-READ-SALES-KSDS
                   UNTIL end-of-file
               CLOSE sales-ksds
               PERFORM 2900-RECORD-COUNT
           ELSE
               PERFORM 2950-FILE-UNAVAILABLE
           END-IF
           OPEN INPUT item-mirror
           SET file-idx TO 2
           IF ws-item-mirror-status = "00"
               MOVE ZERO TO ws-record-count
               SET end-of-file TO FALSE
               PERFORM 2200-READ-ITEM-MIRROR
                   UNTIL end-of-file
               CLOSE item-mirror
               PERFORM 2900-RECORD-COUNT
           ELSE
               PERFORM 2950-FILE-UNAVAILABLE
           END-IF
           OPEN INPUT customer-ledger
           SET file-idx TO 3
           IF ws-ledger-status = "00"
               MOVE ZERO TO ws-record-count
               SET end-of-file TO FALSE
               PERFORM 2300-READ-CUSTOMER-LEDGER
                   UNTIL end-of-file
               CLOSE customer-ledger
               PERFORM 2900-RECORD-COUNT
           ELSE
               PERFORM 2950-FILE-UNAVAILABLE
           END-IF
           OPEN INPUT open-item-file
           SET file-idx TO 4
           IF ws-open-item-status = "00"
               MOVE ZERO TO ws-record-count
               SET end-of-file TO FALSE
               PERFORM 2400-READ-OPEN-ITEM
                   UNTIL end-of-file
               CLOSE open-item-file
               PERFORM 2900-RECORD-COUNT
           ELSE
               PERFORM 2950-FILE-UNAVAILABLE
           END-IF
           OPEN INPUT customer-file
           SET file-idx TO 5
           IF ws-customer-status = "00"
               MOVE ZERO TO ws-record-count
               SET end-of-file TO FALSE
               PERFORM 2500-READ-CUSTOMER
                   UNTIL end-of-file
               CLOSE customer-file
               PERFORM 2900-RECORD-COUNT
           ELSE
               PERFORM 2950-FILE-UNAVAILABLE
           END-IF.

       2100-READ-SALES-KSDS.
           READ sales-ksds NEXT RECORD
               AT END
                   SET end-of-file TO TRUE
               NOT AT END
                   ADD 1 TO ws-record-count
           END-READ.

       2200-READ-ITEM-MIRROR.
           READ item-mirror NEXT RECORD
               AT END
                   SET end-of-file TO TRUE
               NOT AT END
                   ADD 1 TO ws-record-count
           END-READ.

       2300-READ-CUSTOMER-LEDGER.
           READ customer-ledger NEXT RECORD
               AT END
                   SET end-of-file TO TRUE
               NOT AT END
                   ADD 1 TO ws-record-count
           END-READ.

       2400-READ-OPEN-ITEM.
           READ open-item-file NEXT RECORD
               AT END
                   SET end-of-file TO TRUE
               NOT AT END
                   ADD 1 TO ws-record-count
           END-READ.

       2500-READ-CUSTOMER.
           READ customer-file NEXT RECORD
               AT END
                   SET end-of-file TO TRUE
               NOT AT END
                   ADD 1 TO ws-record-count
           END-READ.

       2900-RECORD-COUNT.
           MOVE "Y" TO ws-fl-available (file-idx)
           MOVE ws-record-count TO ws-fl-count (file-idx)
           COMPUTE ws-fl-bytes (file-idx) =
               ws-record-count * ws-fl-length (file-idx)
           IF ws-fl-alloc-kb (file-idx) > ZERO
               COMPUTE ws-fl-pct-used (file-idx) ROUNDED =
                   ws-fl-bytes (file-idx) * 100
                   / (ws-fl-alloc-kb (file-idx) * 1024)
                   ON SIZE ERROR
                       MOVE 999.9 TO ws-fl-pct-used (file-idx)
               END-COMPUTE
           END-IF.

       2950-FILE-UNAVAILABLE.
           ADD 1 TO ws-files-unavailable
           DISPLAY ws-fl-name (file-idx) " NOT AVAILABLE"
           MOVE 4 TO RETURN-CODE.

      *> The oldest history record inside the trailing window is
      *> each file's growth baseline.  Tonight's own records (a
      *> rerun) are not a baseline.
       3000-READ-HISTORY.
           OPEN INPUT capacity-history
           IF ws-capacity-history-status = "00"
               PERFORM 3100-READ-ONE-HISTORY
                   UNTIL no-more-history
               CLOSE capacity-history
           END-IF.

       3100-READ-ONE-HISTORY.
           READ capacity-history
               AT END
                   SET no-more-history TO TRUE
           END-READ
           IF NOT no-more-history
               AND cap-business-date < ws-business-date
               COMPUTE ws-history-days =
                   FUNCTION INTEGER-OF-DATE (cap-business-date)
               IF ws-history-days >= ws-window-start-days
                   SET file-idx TO 1
                   SEARCH ws-file-tbl
                       AT END
                           CONTINUE
                       WHEN ws-fl-name (file-idx) = cap-file-name
                           IF NOT ws-fl-base-found (file-idx)
                               OR cap-business-date
                                   < ws-fl-base-date (file-idx)
                               MOVE "Y" TO ws-fl-has-base (file-idx)
                               MOVE cap-business-date
                                   TO ws-fl-base-date (file-idx)
                               MOVE cap-record-count
                                   TO ws-fl-base-count (file-idx)
                           END-IF
                   END-SEARCH
               END-IF
           END-IF.

       4000-PROJECT-FILES.
           PERFORM 4100-PROJECT-ONE-FILE
               VARYING file-idx FROM 1 BY 1
               UNTIL file-idx > 5.

      *> Threshold in records is the threshold share of the
      *> allocation over the record length.  A file already at or
      *> past it alerts with zero days; otherwise the days left at
      *> the average growth, and the date that lands on.
       4100-PROJECT-ONE-FILE.
           MOVE SPACES TO ws-tl-days
           MOVE SPACES TO ws-tl-proj-date
           MOVE ZERO TO ws-tl-growth
           MOVE ws-fl-name (file-idx) TO ws-tl-file
           MOVE ws-fl-count (file-idx) TO ws-tl-count
           MOVE ws-fl-pct-used (file-idx) TO ws-tl-pct
           MOVE ZERO TO ws-growth-per-day
           MOVE ZERO TO ws-threshold-records
           IF ws-fl-is-available (file-idx)
               PERFORM 4110-COMPUTE-GROWTH
               MOVE ws-growth-per-day TO ws-tl-growth
               IF ws-fl-alloc-kb (file-idx) > ZERO
                   COMPUTE ws-alloc-bytes =
                       ws-fl-alloc-kb (file-idx) * 1024
                   COMPUTE ws-threshold-records =
                       ws-alloc-bytes * ws-fl-threshold (file-idx)
                       / 100 / ws-fl-length (file-idx)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT ws-fl-is-available (file-idx)
                   MOVE "** NOT AVAILABLE **" TO ws-tl-status
               WHEN ws-fl-alloc-kb (file-idx) = ZERO
                   MOVE "NO CAPACITY CARD" TO ws-tl-status
               WHEN ws-fl-count (file-idx) >= ws-threshold-records
                   MOVE ZERO TO ws-days-to-threshold
                   MOVE ws-business-date TO ws-projected-date
                   PERFORM 4200-SET-PROJECTION
                   MOVE "** AT THRESHOLD **" TO ws-tl-status
                   PERFORM 4300-QUEUE-ALERT
               WHEN NOT ws-fl-base-found (file-idx)
                   MOVE "NO HISTORY YET" TO ws-tl-status
               WHEN ws-growth-per-day NOT > ZERO
                   MOVE "NOT GROWING" TO ws-tl-status
               WHEN OTHER
                   PERFORM 4150-PROJECT-FULL-DATE
           END-EVALUATE
           MOVE ws-trend-line TO report-line
           WRITE report-line.

       4110-COMPUTE-GROWTH.
           IF ws-fl-base-found (file-idx)
               COMPUTE ws-days-elapsed = ws-business-days
                   - FUNCTION INTEGER-OF-DATE
                       (ws-fl-base-date (file-idx))
               IF ws-days-elapsed > ZERO
                   COMPUTE ws-growth-per-day ROUNDED =
                       (ws-fl-count (file-idx)
                        - ws-fl-base-count (file-idx))
                       / ws-days-elapsed
               END-IF
           END-IF.

       4150-PROJECT-FULL-DATE.
           COMPUTE ws-days-to-threshold =
               (ws-threshold-records - ws-fl-count (file-idx))
               / ws-growth-per-day
               ON SIZE ERROR
                   MOVE 99999 TO ws-days-to-threshold
           END-COMPUTE
           IF ws-days-to-threshold > 99999
               MOVE 99999 TO ws-days-to-threshold
           END-IF
           COMPUTE ws-projected-days =
               ws-business-days + ws-days-to-threshold
           COMPUTE ws-projected-date =
               FUNCTION DATE-OF-INTEGER (ws-projected-days)
           PERFORM 4200-SET-PROJECTION
           IF ws-days-to-threshold <= ws-alert-days
               MOVE "** FILLS IN HORIZON **" TO ws-tl-status
               PERFORM 4300-QUEUE-ALERT
           ELSE
               MOVE "OK" TO ws-tl-status
           END-IF.

       4200-SET-PROJECTION.
           MOVE ws-days-to-threshold TO ws-tl-days-num
           MOVE ws-projected-date TO ws-tl-proj-date.

      *> The days left ride in the alert's reading field; the
      *> alert id is the file's short name.
       4300-QUEUE-ALERT.
           MOVE ws-fl-alert-id (file-idx) TO alert-machine-id
           MOVE "FILE NEAR CAPACITY" TO alert-type
           MOVE ws-days-to-threshold TO alert-current-speed
           MOVE SPACE TO alert-severity-hint
           MOVE FUNCTION CURRENT-DATE TO alert-timestamp
           WRITE alert-queue-record
           ADD 1 TO ws-alerts-queued
           DISPLAY ws-fl-name (file-idx) " PROJECTED TO REACH "
               ws-fl-threshold (file-idx) " PCT IN "
               ws-days-to-threshold " DAYS - ALERT QUEUED".

       5000-WRITE-HISTORY.
           OPEN EXTEND capacity-history
           IF ws-capacity-history-status NOT = "00"
               OPEN OUTPUT capacity-history
           END-IF
           PERFORM 5100-WRITE-ONE-HISTORY
               VARYING file-idx FROM 1 BY 1
               UNTIL file-idx > 5
           CLOSE capacity-history.

       5100-WRITE-ONE-HISTORY.
           IF ws-fl-is-available (file-idx)
               MOVE ws-business-date TO cap-business-date
               MOVE ws-fl-name (file-idx) TO cap-file-name
               MOVE ws-fl-count (file-idx) TO cap-record-count
               MOVE ws-fl-length (file-idx) TO cap-record-length
               MOVE ws-fl-bytes (file-idx) TO cap-bytes-used
               MOVE ws-fl-alloc-kb (file-idx) TO cap-alloc-kb
               MOVE ws-fl-pct-used (file-idx) TO cap-pct-used
               MOVE FUNCTION CURRENT-DATE TO cap-timestamp
               WRITE capacity-history-record
               ADD 1 TO ws-history-written
           END-IF.

       8000-FINALIZE.
           CLOSE alert-queue-file
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING "FILES RECORDED " ws-history-written
               "  NOT AVAILABLE " ws-files-unavailable
               "  ALERTS QUEUED " ws-alerts-queued
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           CLOSE report-out
           DISPLAY "CAPACITY MONITOR " ws-business-date
               " - FILES RECORDED " ws-history-written
               " ALERTS QUEUED " ws-alerts-queued.

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
      *> pairs up.
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
           MOVE "CAPMON" TO stp-step-name
           MOVE FUNCTION CURRENT-DATE TO stp-timestamp
           WRITE step-timing-record
           CLOSE step-timing.
