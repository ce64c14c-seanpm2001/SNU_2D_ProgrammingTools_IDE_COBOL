       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUNT-RECON-V1.
      *> Physical-inventory / cycle-count reconciliation.  Takes the
      *> counts the stores key on CNTENTRY off the COUNT-SHEET-V1
      *> sheets (or a full wall-to-wall count -- the feed does not
      *> care which) and trues ONHAND up to them:
      *>   - the book figure a count is judged against is ONHAND as
      *>     of the count date.  Counts are taken before the store
      *>     opens, so every sale posted on or after the count date
      *>     (by ksds-posting-date, the same selection the
      *>     inventory pass uses) happened after the count and is
      *>     added back to tonight's on-hand, and every return
      *>     taken off, before the two are compared;
      *>   - a variance within the CNTPARM auto-approve units is
      *>     applied as it stands; a bigger one needs a CNTAPPRV
      *>     card from the store manager, the same approval-deck
      *>     discipline the write-off run uses.  A variance without
      *>     one prints as held and changes nothing -- re-feed the
      *>     count with its card to release it;
      *>   - an applied variance replaces the on-hand figure (on-hand
      *>     moves by counted minus book) and the count goes onto
      *>     CNTHIST for the next night's sheet selection;
      *>   - the applied variances are valued at the COSTMST unit
      *>     cost in force on the count date -- the cost the journal
      *>     relieves inventory at for every sale, so the inventory
      *>     account carries one basis -- and printed as a shrink
      *>     report by store and category, and the net is journalled
      *>     on GLSHRINK -- inventory shrink against inventory -- for
      *>     the trial balance and GL post.  A variance on an item
      *>     with no cost in force still trues on-hand up, but is
      *>     left out of the shrink value and listed on its own for
      *>     merchandising to key the cost through COST-MAINT-V1.
      *> Receipts are not backed out: the stores count before the
      *> day's delivery is put away and keyed.  A later card for the
      *> same store/item in one feed is a recount and replaces the
      *> earlier one.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Count entries: store (4), item (6), counted quantity (7),
      *> count date (8), counter id (8).
           SELECT count-entries ASSIGN TO "CNTENTRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-count-entry-status.

      *> Variance approvals: store (4), item (6), approver id (8).
           SELECT count-approvals ASSIGN TO "CNTAPPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-count-apprv-status.

      *> Run-parameter registry: the settings that used to come
      *> off one-off control cards, looked up under the card's old
      *> name for the value in force on the run date.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

           SELECT onhand-file ASSIGN TO "ONHAND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS oh-key
               FILE STATUS IS ws-onhand-status.

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

           SELECT cost-master ASSIGN TO "COSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cost-key
               FILE STATUS IS ws-cost-status.

           SELECT count-history ASSIGN TO "CNTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS cnh-key
               FILE STATUS IS ws-count-hist-status.

      *> Shrink GL legs in GLTRANS card layout.
           SELECT shrink-gl ASSIGN TO "GLSHRINK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-shrink-gl-status.

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
       FD  count-entries.
       01  count-entry-card.
           05  cne-store-no            PIC 9(4).
           05  cne-item-no             PIC X(6).
           05  cne-counted-qty         PIC 9(7).
           05  cne-count-date          PIC 9(8).
           05  cne-counter-id          PIC X(8).

       FD  count-approvals.
       01  count-approval-card.
           05  cap-store-no            PIC 9(4).
           05  cap-item-no             PIC X(6).
           05  cap-approver-id         PIC X(8).

       FD  parm-registry.
       COPY PARMREG.

       FD  onhand-file.
       COPY ONHAND.

       FD  sales-ksds.
       COPY SALESKSDS.

       FD  item-master.
       COPY ITEMREC.

       FD  cost-master.
       COPY COSTREC.

       FD  count-history.
       COPY CNTHIST.

       FD  shrink-gl
           RECORDING MODE IS F.
       01  shrink-txn-record.
           05  sgl-acct-no              PIC X(6).
           05  sgl-debit-amount         PIC 9(9)V99.
           05  sgl-credit-amount        PIC 9(9)V99.

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
           05  ws-count-entry-status   PIC XX.
           05  ws-count-apprv-status   PIC XX.
           05  ws-onhand-status        PIC XX.
           05  ws-sales-ksds-status    PIC XX.
           05  ws-item-status          PIC XX.
           05  ws-cost-status          PIC XX.
           05  ws-count-hist-status    PIC XX.
           05  ws-shrink-gl-status     PIC XX.
           05  ws-busdate-status       PIC XX.
           05  ws-report-out-status    PIC XX.

       01  ws-flags.
           05  no-more-counts-sw       PIC X VALUE "N".
               88  no-more-counts      VALUE "Y".
           05  no-more-approvals-sw    PIC X VALUE "N".
               88  no-more-approvals   VALUE "Y".
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
           05  onhand-found-sw         PIC X VALUE "N".
               88  onhand-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  history-found-sw        PIC X VALUE "N".
               88  history-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  approval-found-sw       PIC X VALUE "N".
               88  approval-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  tally-dropped-sw        PIC X VALUE "N".
               88  tally-dropped
                   VALUE "Y" WHEN SET TO FALSE IS "N".

      *> Inventory and inventory shrink.  Both need their COAFILE
      *> cards or the trial balance routes the postings to its
      *> exception file.
       01  ws-gl-accounts.
           05  ws-acct-inventory        PIC X(6) VALUE "140000".
           05  ws-acct-shrink           PIC X(6) VALUE "620000".

       01  ws-auto-approve-units       PIC 9(5) VALUE 2.
       01  ws-posting-busdate          PIC 9(8).
       01  ws-min-count-date           PIC 9(8) VALUE 99999999.

      *> Tonight's counts, one slot per store/item; the sales sweep
      *> fills in what has moved since each was taken.
       01  ws-count-table.
           05  ws-cnt-count            PIC 9(4) VALUE ZERO.
           05  ws-cnt-tbl OCCURS 2000 TIMES INDEXED BY cnt-idx.
               10  ws-cnt-store        PIC 9(4).
               10  ws-cnt-item         PIC X(6).
               10  ws-cnt-counted      PIC 9(7).
               10  ws-cnt-date         PIC 9(8).
               10  ws-cnt-counter      PIC X(8).
               10  ws-cnt-post-net     PIC S9(7).

       01  ws-approval-table.
           05  ws-apr-count            PIC 9(3) VALUE ZERO.
           05  ws-apr-tbl OCCURS 500 TIMES INDEXED BY apr-idx.
               10  ws-apr-store        PIC 9(4).
               10  ws-apr-item         PIC X(6).
               10  ws-apr-approver     PIC X(8).

      *> Applied variance by store/category, for the shrink report.
      *> Entry layout is 35 bytes (10 + 5 + 9 + 11), matched by the
      *> swap holder the print sort uses.
       01  ws-shrink-table.
           05  ws-shk-count            PIC 9(3) VALUE ZERO.
           05  ws-shk-tbl OCCURS 500 TIMES INDEXED BY shk-idx.
               10  ws-shk-key.
                   15  ws-shk-store    PIC 9(4).
                   15  ws-shk-category PIC X(6).
               10  ws-shk-lines        PIC 9(5).
               10  ws-shk-units        PIC S9(9).
               10  ws-shk-value        PIC S9(9)V99.
       01  ws-hold-entry               PIC X(35).

      *> Variances on items with no cost in force on the count
      *> date, held or applied, listed after the shrink summary.
       01  ws-uncosted-table.
           05  ws-unc-count            PIC 9(3) VALUE ZERO.
           05  ws-unc-tbl OCCURS 500 TIMES INDEXED BY unc-idx.
               10  ws-unc-store        PIC 9(4).
               10  ws-unc-item         PIC X(6).
               10  ws-unc-date         PIC 9(8).
               10  ws-unc-variance     PIC S9(7).
               10  ws-unc-status       PIC X(8).

       01  ws-sort-work.
           05  ws-sort-i               PIC 9(3).
           05  ws-sort-j               PIC 9(3).

       01  ws-book-qty                 PIC S9(7).
       01  ws-variance                 PIC S9(7).
       01  ws-abs-variance             PIC 9(7).
       01  ws-variance-value           PIC S9(9)V99.
       01  ws-count-cost               PIC 9(5)V99.
       01  ws-count-status             PIC X(8).
       01  ws-prev-store-no            PIC 9(4).
       01  ws-journal-amount           PIC 9(9)V99.

       01  ws-store-totals.
           05  ws-sto-lines            PIC 9(5).
           05  ws-sto-units            PIC S9(9).
           05  ws-sto-value            PIC S9(9)V99.

       01  ws-run-totals.
           05  ws-counts-read          PIC 9(7) VALUE ZERO.
           05  ws-counts-rejected      PIC 9(7) VALUE ZERO.
           05  ws-counts-agreed        PIC 9(7) VALUE ZERO.
           05  ws-counts-applied       PIC 9(7) VALUE ZERO.
           05  ws-counts-held          PIC 9(7) VALUE ZERO.
           05  ws-uncosted-applied     PIC 9(7) VALUE ZERO.
           05  ws-uncosted-units       PIC S9(9) VALUE ZERO.
           05  ws-net-shrink-value     PIC S9(11)V99 VALUE ZERO.

       01  ws-count-line.
           05  ws-cnl-store            PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-cnl-item             PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-cnl-date             PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  ws-cnl-book             PIC -Z,ZZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  ws-cnl-counted          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  ws-cnl-variance         PIC -Z,ZZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  ws-cnl-value            PIC -ZZZ,ZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  ws-cnl-status           PIC X(8).
           05  FILLER                  PIC X(5) VALUE SPACES.

       01  ws-uncosted-line.
           05  ws-ucl-store            PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-ucl-item             PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-ucl-date             PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-ucl-variance         PIC -Z,ZZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  ws-ucl-status           PIC X(8).
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  ws-shrink-line.
           05  ws-skl-store            PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-skl-category         PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-skl-lines            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-skl-units            PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-skl-value            PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(30) VALUE SPACES.

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

      *> CNTPARM, off the run-parameter registry.
      *> Cycle-count parameters, the card COUNT-SHEET-V1 reads;
      *> this run uses the auto-approve units in columns 13-17.
       01  count-parm-card.
           05  cpm-variance-pct        PIC 9(3).
           05  cpm-variance-units      PIC 9(5).
           05  cpm-rotation-lines      PIC 9(4).
           05  cpm-auto-approve-units  PIC 9(5).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           IF ws-cnt-count = ZERO
               SET no-more-sales TO TRUE
           END-IF
           PERFORM 2000-ACCUMULATE-POST-COUNT
               UNTIL no-more-sales
           PERFORM 3000-RECONCILE-ONE-COUNT
               VARYING cnt-idx FROM 1 BY 1
               UNTIL cnt-idx > ws-cnt-count
           PERFORM 4000-PRINT-SHRINK-SUMMARY
           PERFORM 4500-JOURNAL-SHRINK
           PERFORM 5000-FINALIZE
           PERFORM 9810-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-BUSDATE
           PERFORM 1150-READ-COUNT-PARM
           PERFORM 1200-LOAD-APPROVALS
           OPEN INPUT count-entries
           IF ws-count-entry-status NOT = "00"
               SET no-more-counts TO TRUE
           END-IF
           PERFORM 1300-LOAD-ONE-COUNT
               UNTIL no-more-counts
           IF ws-count-entry-status NOT = "35"
               CLOSE count-entries
           END-IF
           OPEN INPUT sales-ksds
           OPEN INPUT item-master
           OPEN INPUT cost-master
           IF ws-cost-status = "00"
               SET cost-master-open TO TRUE
           ELSE
               DISPLAY "COSTMST NOT AVAILABLE - NO VARIANCE VALUED"
           END-IF
           OPEN I-O onhand-file
           IF ws-onhand-status NOT = "00"
               OPEN OUTPUT onhand-file
               CLOSE onhand-file
               OPEN I-O onhand-file
           END-IF
           OPEN I-O count-history
           IF ws-count-hist-status NOT = "00"
               OPEN OUTPUT count-history
               CLOSE count-history
               OPEN I-O count-history
           END-IF
           OPEN OUTPUT shrink-gl
           OPEN OUTPUT report-out
           MOVE SPACES TO report-line
           STRING "CYCLE COUNT RECONCILIATION FOR "
               ws-posting-busdate
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE "STOR  ITEM    CNT DATE        BOOK   COUNTED"
               & "   VARIANCE       VALUE STATUS"
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

      *> Zero on the card is a real setting here: every variance
      *> then needs its approval card.
       1150-READ-COUNT-PARM.
           MOVE ws-posting-busdate TO ws-parm-as-of
           MOVE "CNTPARM" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO count-parm-card
               IF cpm-auto-approve-units IS NUMERIC
                   MOVE cpm-auto-approve-units
                       TO ws-auto-approve-units
               END-IF
           END-IF.

       1200-LOAD-APPROVALS.
           OPEN INPUT count-approvals
           IF ws-count-apprv-status NOT = "00"
               SET no-more-approvals TO TRUE
           ELSE
               PERFORM UNTIL no-more-approvals
                   READ count-approvals
                       AT END
                           SET no-more-approvals TO TRUE
                       NOT AT END
                           IF ws-apr-count < 500
                               ADD 1 TO ws-apr-count
                               SET apr-idx TO ws-apr-count
                               MOVE cap-store-no
                                   TO ws-apr-store (apr-idx)
                               MOVE cap-item-no
                                   TO ws-apr-item (apr-idx)
                               MOVE cap-approver-id
                                   TO ws-apr-approver (apr-idx)
                           ELSE
                               DISPLAY "CNTAPPRV DECK OVER 500 - "
                                   "CARD SKIPPED " cap-store-no
                                   " " cap-item-no
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE count-approvals
           END-IF.

      *> A count dated after tonight, or not a date at all, cannot
      *> be judged against the book and is dropped.
       1300-LOAD-ONE-COUNT.
           READ count-entries
               AT END
                   SET no-more-counts TO TRUE
           END-READ
           IF NOT no-more-counts
               ADD 1 TO ws-counts-read
               IF cne-item-no = SPACES
                   OR cne-store-no NOT NUMERIC
                   OR cne-counted-qty NOT NUMERIC
                   OR cne-count-date NOT NUMERIC
                   OR cne-count-date = ZERO
                   OR cne-count-date > ws-posting-busdate
                   DISPLAY "CNTENTRY BAD CARD DROPPED - STORE "
                       cne-store-no " ITEM " cne-item-no
                   ADD 1 TO ws-counts-rejected
               ELSE
                   PERFORM 1350-TABLE-COUNT
               END-IF
           END-IF.

       1350-TABLE-COUNT.
           SET tally-dropped TO FALSE
           SET cnt-idx TO 1
           SEARCH ws-cnt-tbl
               AT END
                   SET tally-dropped TO TRUE
                   DISPLAY "COUNT TABLE FULL - " cne-store-no
                       " " cne-item-no " DROPPED"
                   ADD 1 TO ws-counts-rejected
               WHEN cnt-idx > ws-cnt-count
                   ADD 1 TO ws-cnt-count
                   MOVE cne-store-no TO ws-cnt-store (cnt-idx)
                   MOVE cne-item-no TO ws-cnt-item (cnt-idx)
               WHEN ws-cnt-store (cnt-idx) = cne-store-no
                   AND ws-cnt-item (cnt-idx) = cne-item-no
                   CONTINUE
           END-SEARCH
           IF NOT tally-dropped
               MOVE cne-counted-qty TO ws-cnt-counted (cnt-idx)
               MOVE cne-count-date TO ws-cnt-date (cnt-idx)
               MOVE cne-counter-id TO ws-cnt-counter (cnt-idx)
               MOVE ZERO TO ws-cnt-post-net (cnt-idx)
               IF cne-count-date < ws-min-count-date
                   MOVE cne-count-date TO ws-min-count-date
               END-IF
           END-IF.

      *> Net quantity out of each counted store/item posted on or
      *> after its count date: a sale adds back, a return comes
      *> off.
       2000-ACCUMULATE-POST-COUNT.
           READ sales-ksds NEXT RECORD
               AT END
                   SET no-more-sales TO TRUE
           END-READ
           IF NOT no-more-sales
               IF ksds-posting-date >= ws-min-count-date
                   AND NOT ksds-voided-txn
                   SET cnt-idx TO 1
                   SEARCH ws-cnt-tbl
                       WHEN cnt-idx > ws-cnt-count
                           CONTINUE
                       WHEN ws-cnt-store (cnt-idx) = ksds-store-no
                           AND ws-cnt-item (cnt-idx) = ksds-item-no
                           PERFORM 2100-TALLY-POST-COUNT
                   END-SEARCH
               END-IF
           END-IF.

       2100-TALLY-POST-COUNT.
           IF ksds-posting-date >= ws-cnt-date (cnt-idx)
               IF ksds-return-txn
                   SUBTRACT ksds-qty FROM ws-cnt-post-net (cnt-idx)
               ELSE
                   ADD ksds-qty TO ws-cnt-post-net (cnt-idx)
               END-IF
           END-IF.

       3000-RECONCILE-ONE-COUNT.
           SET onhand-found TO FALSE
           MOVE ws-cnt-store (cnt-idx) TO oh-store-no
           MOVE ws-cnt-item (cnt-idx) TO oh-item-no
           READ onhand-file
               INVALID KEY
                   MOVE ZERO TO oh-qty
               NOT INVALID KEY
                   SET onhand-found TO TRUE
           END-READ
           COMPUTE ws-book-qty = oh-qty + ws-cnt-post-net (cnt-idx)
           COMPUTE ws-variance =
               ws-cnt-counted (cnt-idx) - ws-book-qty
           IF ws-variance < ZERO
               COMPUTE ws-abs-variance = 0 - ws-variance
           ELSE
               MOVE ws-variance TO ws-abs-variance
           END-IF
           PERFORM 3100-LOOK-UP-ITEM
           PERFORM 3150-FIND-COUNT-COST
           COMPUTE ws-variance-value = ws-variance * ws-count-cost
           EVALUATE TRUE
               WHEN ws-variance = ZERO
                   MOVE "AGREES" TO ws-count-status
                   ADD 1 TO ws-counts-agreed
                   PERFORM 3400-UPDATE-HISTORY
               WHEN ws-abs-variance <= ws-auto-approve-units
                   MOVE "APPLIED" TO ws-count-status
                   PERFORM 3300-APPLY-VARIANCE
               WHEN OTHER
                   PERFORM 3200-FIND-APPROVAL
                   IF approval-found
                       MOVE "APPROVED" TO ws-count-status
                       PERFORM 3300-APPLY-VARIANCE
                   ELSE
                       MOVE "HELD" TO ws-count-status
                       ADD 1 TO ws-counts-held
                   END-IF
           END-EVALUATE
           IF ws-variance NOT = ZERO
               AND NOT cost-row-found
               PERFORM 3450-TABLE-UNCOSTED
           END-IF
           PERFORM 3500-PRINT-COUNT-LINE.

       3100-LOOK-UP-ITEM.
           MOVE ws-cnt-item (cnt-idx) TO item-key
           READ item-master
               INVALID KEY
                   MOVE SPACES TO item-category
           END-READ.

      *> Latest cost row effective on or before the count date, the
      *> lookup COST-OF-SALES-V1 makes for a sale date.
       3150-FIND-COUNT-COST.
           SET cost-row-found TO FALSE
           SET no-more-costs TO FALSE
           MOVE ZERO TO ws-count-cost
           IF NOT cost-master-open
               SET no-more-costs TO TRUE
           END-IF
           MOVE ws-cnt-item (cnt-idx) TO cost-item-no
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
                   IF cost-item-no = ws-cnt-item (cnt-idx)
                       AND cost-effective-date
                           <= ws-cnt-date (cnt-idx)
                       SET cost-row-found TO TRUE
                       MOVE cost-unit-cost TO ws-count-cost
                   ELSE
                       SET no-more-costs TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       3200-FIND-APPROVAL.
           SET approval-found TO FALSE
           SET apr-idx TO 1
           SEARCH ws-apr-tbl
               WHEN apr-idx > ws-apr-count
                   CONTINUE
               WHEN ws-apr-store (apr-idx) = ws-cnt-store (cnt-idx)
                   AND ws-apr-item (apr-idx) = ws-cnt-item (cnt-idx)
                   SET approval-found TO TRUE
           END-SEARCH.

      *> On-hand moves by the variance, which leaves it at the count
      *> carried forward through everything posted since.
       3300-APPLY-VARIANCE.
           ADD ws-variance TO oh-qty
           MOVE ws-posting-busdate TO oh-last-movement-date
           MOVE FUNCTION CURRENT-DATE TO oh-timestamp
           IF onhand-found
               REWRITE onhand-record
           ELSE
               WRITE onhand-record
                   INVALID KEY
                       DISPLAY "ONHAND DUPLICATE KEY - SKIPPED "
                           oh-store-no " " oh-item-no
               END-WRITE
           END-IF
           ADD 1 TO ws-counts-applied
           IF cost-row-found
               ADD ws-variance-value TO ws-net-shrink-value
               PERFORM 3350-TALLY-SHRINK
           ELSE
               ADD 1 TO ws-uncosted-applied
               ADD ws-variance TO ws-uncosted-units
           END-IF
           PERFORM 3400-UPDATE-HISTORY.

       3350-TALLY-SHRINK.
           SET tally-dropped TO FALSE
           SET shk-idx TO 1
           SEARCH ws-shk-tbl
               AT END
                   SET tally-dropped TO TRUE
                   DISPLAY "SHRINK TABLE FULL - "
                       ws-cnt-store (cnt-idx) " " item-category
                       " NOT ON SUMMARY"
               WHEN shk-idx > ws-shk-count
                   ADD 1 TO ws-shk-count
                   MOVE ws-cnt-store (cnt-idx) TO ws-shk-store (shk-idx)
                   MOVE item-category TO ws-shk-category (shk-idx)
                   MOVE ZERO TO ws-shk-lines (shk-idx)
                   MOVE ZERO TO ws-shk-units (shk-idx)
                   MOVE ZERO TO ws-shk-value (shk-idx)
               WHEN ws-shk-store (shk-idx) = ws-cnt-store (cnt-idx)
                   AND ws-shk-category (shk-idx) = item-category
                   CONTINUE
           END-SEARCH
           IF NOT tally-dropped
               ADD 1 TO ws-shk-lines (shk-idx)
               ADD ws-variance TO ws-shk-units (shk-idx)
               ADD ws-variance-value TO ws-shk-value (shk-idx)
           END-IF.

       3400-UPDATE-HISTORY.
           SET history-found TO FALSE
           MOVE ws-cnt-store (cnt-idx) TO cnh-store-no
           MOVE ws-cnt-item (cnt-idx) TO cnh-item-no
           READ count-history
               INVALID KEY
                   MOVE ZERO TO cnh-counts-taken
               NOT INVALID KEY
                   SET history-found TO TRUE
           END-READ
           MOVE ws-cnt-date (cnt-idx) TO cnh-last-count-date
           MOVE ws-cnt-counted (cnt-idx) TO cnh-last-counted-qty
           MOVE ws-book-qty TO cnh-last-book-qty
           MOVE ws-variance TO cnh-last-variance
           ADD 1 TO cnh-counts-taken
           MOVE FUNCTION CURRENT-DATE TO cnh-timestamp
           IF history-found
               REWRITE count-history-record
           ELSE
               WRITE count-history-record
           END-IF.

       3450-TABLE-UNCOSTED.
           IF ws-unc-count < 500
               ADD 1 TO ws-unc-count
               SET unc-idx TO ws-unc-count
               MOVE ws-cnt-store (cnt-idx) TO ws-unc-store (unc-idx)
               MOVE ws-cnt-item (cnt-idx) TO ws-unc-item (unc-idx)
               MOVE ws-cnt-date (cnt-idx) TO ws-unc-date (unc-idx)
               MOVE ws-variance TO ws-unc-variance (unc-idx)
               MOVE ws-count-status TO ws-unc-status (unc-idx)
           ELSE
               DISPLAY "UNCOSTED TABLE FULL - "
                   ws-cnt-store (cnt-idx) " " ws-cnt-item (cnt-idx)
                   " NOT LISTED"
           END-IF.

       3500-PRINT-COUNT-LINE.
           MOVE ws-cnt-store (cnt-idx) TO ws-cnl-store
           MOVE ws-cnt-item (cnt-idx) TO ws-cnl-item
           MOVE ws-cnt-date (cnt-idx) TO ws-cnl-date
           MOVE ws-book-qty TO ws-cnl-book
           MOVE ws-cnt-counted (cnt-idx) TO ws-cnl-counted
           MOVE ws-variance TO ws-cnl-variance
           MOVE ws-variance-value TO ws-cnl-value
           MOVE ws-count-status TO ws-cnl-status
           MOVE ws-count-line TO report-line
           WRITE report-line.

      *> Store/category order, with a total under each store.
       4000-PRINT-SHRINK-SUMMARY.
           PERFORM VARYING ws-sort-i FROM 1 BY 1
                   UNTIL ws-sort-i >= ws-shk-count
               PERFORM VARYING ws-sort-j FROM ws-sort-i BY 1
                       UNTIL ws-sort-j > ws-shk-count
                   IF ws-shk-key (ws-sort-j) < ws-shk-key (ws-sort-i)
                       MOVE ws-shk-tbl (ws-sort-i) TO ws-hold-entry
                       MOVE ws-shk-tbl (ws-sort-j)
                           TO ws-shk-tbl (ws-sort-i)
                       MOVE ws-hold-entry TO ws-shk-tbl (ws-sort-j)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "SHRINK BY STORE AND CATEGORY (AT COST)"
               TO report-line
           WRITE report-line
           MOVE "STOR  CATGRY   LINES         UNITS           VALUE"
               TO report-line
           WRITE report-line
           PERFORM VARYING shk-idx FROM 1 BY 1
                   UNTIL shk-idx > ws-shk-count
               IF shk-idx > 1
                   AND ws-shk-store (shk-idx) NOT = ws-prev-store-no
                   PERFORM 4100-PRINT-STORE-TOTAL
               END-IF
               IF shk-idx = 1
                   OR ws-shk-store (shk-idx) NOT = ws-prev-store-no
                   MOVE ws-shk-store (shk-idx) TO ws-prev-store-no
                   INITIALIZE ws-store-totals
               END-IF
               MOVE ws-shk-store (shk-idx) TO ws-skl-store
               MOVE ws-shk-category (shk-idx) TO ws-skl-category
               MOVE ws-shk-lines (shk-idx) TO ws-skl-lines
               MOVE ws-shk-units (shk-idx) TO ws-skl-units
               MOVE ws-shk-value (shk-idx) TO ws-skl-value
               MOVE ws-shrink-line TO report-line
               WRITE report-line
               ADD ws-shk-lines (shk-idx) TO ws-sto-lines
               ADD ws-shk-units (shk-idx) TO ws-sto-units
               ADD ws-shk-value (shk-idx) TO ws-sto-value
           END-PERFORM
           IF ws-shk-count > ZERO
               PERFORM 4100-PRINT-STORE-TOTAL
           END-IF
           MOVE SPACES TO report-line
           STRING "NET SHRINK VALUE (NEGATIVE IS LOSS): "
               DELIMITED BY SIZE INTO report-line
           MOVE ws-net-shrink-value TO ws-skl-value
           MOVE ws-skl-value TO report-line (40:14)
           WRITE report-line
           PERFORM 4200-PRINT-UNCOSTED.

       4100-PRINT-STORE-TOTAL.
           MOVE SPACES TO ws-skl-store
           MOVE "TOTAL" TO ws-skl-category
           MOVE ws-sto-lines TO ws-skl-lines
           MOVE ws-sto-units TO ws-skl-units
           MOVE ws-sto-value TO ws-skl-value
           MOVE ws-shrink-line TO report-line
           WRITE report-line.

      *> Not in the shrink value above nor in the journal: no cost
      *> was in force on the count date to value them at.
       4200-PRINT-UNCOSTED.
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "VARIANCES WITH NO COST IN FORCE ON THE COUNT DATE"
               TO report-line
           WRITE report-line
           MOVE "STOR  ITEM    CNT DATE     VARIANCE STATUS"
               TO report-line
           WRITE report-line
           PERFORM VARYING unc-idx FROM 1 BY 1
                   UNTIL unc-idx > ws-unc-count
               MOVE ws-unc-store (unc-idx) TO ws-ucl-store
               MOVE ws-unc-item (unc-idx) TO ws-ucl-item
               MOVE ws-unc-date (unc-idx) TO ws-ucl-date
               MOVE ws-unc-variance (unc-idx) TO ws-ucl-variance
               MOVE ws-unc-status (unc-idx) TO ws-ucl-status
               MOVE ws-uncosted-line TO report-line
               WRITE report-line
           END-PERFORM
           MOVE SPACES TO report-line
           STRING "APPLIED WITHOUT VALUE, NET UNITS: "
               DELIMITED BY SIZE INTO report-line
           MOVE ws-uncosted-units TO ws-skl-units
           MOVE ws-skl-units TO report-line (40:12)
           WRITE report-line.

      *> A net loss debits shrink and credits inventory; a net gain
      *> (the stores found more than the book) the reverse.
       4500-JOURNAL-SHRINK.
           IF ws-net-shrink-value < ZERO
               COMPUTE ws-journal-amount = 0 - ws-net-shrink-value
               MOVE ws-acct-shrink TO sgl-acct-no
               MOVE ws-journal-amount TO sgl-debit-amount
               MOVE ZERO TO sgl-credit-amount
               WRITE shrink-txn-record
               MOVE ws-acct-inventory TO sgl-acct-no
               MOVE ZERO TO sgl-debit-amount
               MOVE ws-journal-amount TO sgl-credit-amount
               WRITE shrink-txn-record
           END-IF
           IF ws-net-shrink-value > ZERO
               MOVE ws-net-shrink-value TO ws-journal-amount
               MOVE ws-acct-inventory TO sgl-acct-no
               MOVE ws-journal-amount TO sgl-debit-amount
               MOVE ZERO TO sgl-credit-amount
               WRITE shrink-txn-record
               MOVE ws-acct-shrink TO sgl-acct-no
               MOVE ZERO TO sgl-debit-amount
               MOVE ws-journal-amount TO sgl-credit-amount
               WRITE shrink-txn-record
           END-IF.

       5000-FINALIZE.
           CLOSE sales-ksds, item-master, onhand-file,
               count-history, shrink-gl, report-out
           IF cost-master-open
               CLOSE cost-master
           END-IF
           DISPLAY "CYCLE COUNT RECONCILIATION RUN COMPLETE"
           DISPLAY "  COUNTS READ:       " ws-counts-read
           DISPLAY "  COUNTS REJECTED:   " ws-counts-rejected
           DISPLAY "  COUNTS AGREEING:   " ws-counts-agreed
           DISPLAY "  VARIANCES APPLIED: " ws-counts-applied
           DISPLAY "  VARIANCES HELD:    " ws-counts-held
           DISPLAY "  APPLIED UNCOSTED:  " ws-uncosted-applied
           DISPLAY "  NET SHRINK VALUE:  " ws-net-shrink-value.

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
           MOVE "CNTRECON" TO stp-step-name
           MOVE FUNCTION CURRENT-DATE TO stp-timestamp
           WRITE step-timing-record
           CLOSE step-timing.
