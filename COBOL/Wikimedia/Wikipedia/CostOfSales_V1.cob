       IDENTIFICATION DIVISION.
       PROGRAM-ID. COST-OF-SALES-V1.
      *> Nightly cost-of-sales.  Sweeps SALESKSDS for the lines
      *> posted under tonight's business date (ksds-posting-date,
      *> the selection the inventory pass uses) and charges each one
      *> at the COSTMST unit cost in force on its SALE date -- the
      *> latest effective-dated row at or before ksds-date, the same
      *> lookup the price edit makes against PRICEMST.  Every costed
      *> line goes to COGSDET, which SALES-JOURNAL-V1 turns into the
      *> cost-of-goods-sold / inventory pair beside the revenue pair;
      *> a return puts its cost back into inventory.
      *>
      *> Voided lines (ksds-txn-type "X") never reach the journal's
      *> revenue either, and are passed by.  A line with no cost in
      *> force on its sale date is still written, at zero, flagged
      *> uncosted, and listed on RPTOUT so merchandising can key the
      *> missing cost through COST-MAINT-V1; the margin report shows
      *> the same lines as uncosted rather than as pure profit.

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

      *> Tonight's costed detail, written fresh each run.
           SELECT cogs-detail ASSIGN TO "COGSDET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-cogs-detail-status.

           SELECT busdate-card ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-busdate-status.

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

       FD  cost-master.
       COPY COSTREC.

       FD  cogs-detail
           RECORDING MODE IS F.
       COPY COGSDET.

       FD  busdate-card.
       01  busdate-line               PIC X(8).

       FD  report-out.
       01  report-line                PIC X(80).

       FD  step-timing
           RECORDING MODE IS F.
       COPY STEPTIME.

       WORKING-STORAGE SECTION.
       01  ws-step-timing-status      PIC XX.
       01  ws-file-status.
           05  ws-sales-ksds-status    PIC XX.
           05  ws-cost-status          PIC XX.
           05  ws-cogs-detail-status   PIC XX.
           05  ws-busdate-status       PIC XX.
           05  ws-report-out-status    PIC XX.

       01  ws-flags.
           05  no-more-sales-sw        PIC X VALUE "N".
               88  no-more-sales       VALUE "Y".
           05  no-more-costs-sw        PIC X VALUE "N".
               88  no-more-costs
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  cost-row-found-sw       PIC X VALUE "N".
               88  cost-row-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  cost-master-open-sw     PIC X VALUE "N".
               88  cost-master-open    VALUE "Y".

       01  ws-posting-busdate          PIC 9(8).
       01  ws-cost-in-force            PIC 9(5)V99.

       01  ws-run-totals.
           05  ws-lines-costed         PIC 9(7) VALUE ZERO.
           05  ws-lines-uncosted       PIC 9(7) VALUE ZERO.
           05  ws-sales-cost-total     PIC 9(11)V99 VALUE ZERO.
           05  ws-return-cost-total    PIC 9(11)V99 VALUE ZERO.
           05  ws-uncosted-revenue     PIC 9(11)V99 VALUE ZERO.

       01  ws-uncosted-line.
           05  ws-ul-store-no          PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-ul-item-no           PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-ul-sale-date         PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-ul-txn-type          PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-ul-qty               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-ul-revenue           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  ws-total-line.
           05  ws-tl-label             PIC X(30).
           05  ws-tl-amount            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COST-POSTED-SALES
               UNTIL no-more-sales
           PERFORM 5000-FINALIZE
           PERFORM 9810-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-BUSDATE
           OPEN INPUT sales-ksds
           OPEN INPUT cost-master
           IF ws-cost-status = "00"
               SET cost-master-open TO TRUE
           ELSE
               DISPLAY "COSTMST NOT AVAILABLE - ALL LINES UNCOSTED"
           END-IF
           OPEN OUTPUT cogs-detail
           OPEN OUTPUT report-out
           MOVE SPACES TO report-line
           STRING "COST OF SALES FOR POSTING DATE "
               ws-posting-busdate
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE "LINES WITH NO COST IN FORCE ON THE SALE DATE"
               TO report-line
           WRITE report-line
           MOVE "STOR  ITEM    SALE DATE  T     QTY       REVENUE"
               TO report-line
           WRITE report-line.

       1100-READ-BUSDATE.
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
           END-IF.

       2000-COST-POSTED-SALES.
           READ sales-ksds NEXT RECORD
               AT END
                   SET no-more-sales TO TRUE
           END-READ
           IF NOT no-more-sales
               IF ksds-posting-date = ws-posting-busdate
                   AND NOT ksds-voided-txn
                   PERFORM 2100-COST-ONE-LINE
               END-IF
           END-IF.

       2100-COST-ONE-LINE.
           PERFORM 2200-FIND-COST-IN-FORCE
           MOVE ksds-posting-date TO cgd-posting-date
           MOVE ksds-date TO cgd-sale-date
           MOVE ksds-store-no TO cgd-store-no
           MOVE ksds-item-no TO cgd-item-no
           IF ksds-return-txn
               SET cgd-return TO TRUE
           ELSE
               SET cgd-sale TO TRUE
           END-IF
           MOVE ksds-qty TO cgd-qty
           MOVE ws-cost-in-force TO cgd-unit-cost
           COMPUTE cgd-extended-cost = ksds-qty * ws-cost-in-force
           COMPUTE cgd-net-revenue = ksds-amount - ksds-tax-amount
           IF cost-row-found
               SET cgd-costed TO TRUE
               ADD 1 TO ws-lines-costed
           ELSE
               SET cgd-uncosted TO TRUE
               ADD 1 TO ws-lines-uncosted
               ADD cgd-net-revenue TO ws-uncosted-revenue
               PERFORM 2300-PRINT-UNCOSTED
           END-IF
           WRITE cogs-detail-record
           IF cgd-return
               ADD cgd-extended-cost TO ws-return-cost-total
           ELSE
               ADD cgd-extended-cost TO ws-sales-cost-total
           END-IF.

      *> Latest cost row at or before the sale date.
       2200-FIND-COST-IN-FORCE.
           SET cost-row-found TO FALSE
           SET no-more-costs TO FALSE
           MOVE ZERO TO ws-cost-in-force
           IF NOT cost-master-open
               SET no-more-costs TO TRUE
           END-IF
           MOVE ksds-item-no TO cost-item-no
           MOVE ZERO TO cost-effective-date
           IF cost-master-open
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

       2300-PRINT-UNCOSTED.
           MOVE ksds-store-no TO ws-ul-store-no
           MOVE ksds-item-no TO ws-ul-item-no
           MOVE ksds-date TO ws-ul-sale-date
           MOVE cgd-txn-type TO ws-ul-txn-type
           MOVE ksds-qty TO ws-ul-qty
           MOVE cgd-net-revenue TO ws-ul-revenue
           MOVE ws-uncosted-line TO report-line
           WRITE report-line.

       5000-FINALIZE.
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "COST OF SALES CHARGED" TO ws-tl-label
           MOVE ws-sales-cost-total TO ws-tl-amount
           MOVE ws-total-line TO report-line
           WRITE report-line
           MOVE "COST RETURNED TO INVENTORY" TO ws-tl-label
           MOVE ws-return-cost-total TO ws-tl-amount
           MOVE ws-total-line TO report-line
           WRITE report-line
           MOVE "REVENUE ON UNCOSTED LINES" TO ws-tl-label
           MOVE ws-uncosted-revenue TO ws-tl-amount
           MOVE ws-total-line TO report-line
           WRITE report-line
           CLOSE sales-ksds, cogs-detail, report-out
           IF cost-master-open
               CLOSE cost-master
           END-IF
           DISPLAY "COST OF SALES RUN COMPLETE FOR "
               ws-posting-busdate
           DISPLAY "  LINES COSTED:       " ws-lines-costed
           DISPLAY "  LINES UNCOSTED:     " ws-lines-uncosted
           DISPLAY "  COST OF SALES:      " ws-sales-cost-total
           DISPLAY "  COST OF RETURNS:    " ws-return-cost-total.

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
           MOVE "COGSCOST" TO stp-step-name
           MOVE FUNCTION CURRENT-DATE TO stp-timestamp
           WRITE step-timing-record
           CLOSE step-timing.
