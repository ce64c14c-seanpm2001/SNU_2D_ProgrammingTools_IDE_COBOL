       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUNT-SHEET-V1.
      *> Cycle-count sheet generation.  ONHAND is perpetual and
      *> nothing ever trued it up; the negative-on-hand report in
      *> INVENTORY-UPDATE-V1 shows the symptom and only a hand count
      *> cures it.  This step picks, store by store, the store/items
      *> worth counting tomorrow and prints a count sheet for each
      *> store:
      *>   - NEGATIVE  - on-hand is below zero right now;
      *>   - VARIANCE  - the last count applied missed by at least
      *>                 the CNTPARM unit and percentage thresholds,
      *>                 so the fix did not hold and it is recounted;
      *>   - ROTATION  - the item's category is on the CNTROTA
      *>                 rotation and its cycle has come round since
      *>                 the store/item was last counted (or it has
      *>                 never been counted).
      *> Negatives and variances always print; rotation lines are
      *> capped per store per night so a category coming due all at
      *> once is spread over the following nights instead of
      *> landing on one store's shift.  The sheet is blind -- it
      *> carries no book quantity -- so the counter counts what is
      *> on the shelf, not what the file says.  Counts come back on
      *> the CNTENTRY feed for COUNT-RECON-V1.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT onhand-file ASSIGN TO "ONHAND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS oh-key
               FILE STATUS IS ws-onhand-status.

           SELECT item-master ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS item-key
               FILE STATUS IS ws-item-status.

           SELECT count-history ASSIGN TO "CNTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS cnh-key
               FILE STATUS IS ws-count-hist-status.

      *> Run-parameter registry: the settings that used to come
      *> off one-off control cards, looked up under the card's old
      *> name for the value in force on the run date.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

      *> Category rotation: category (6), cycle in days (3).  A
      *> category with no card is never counted by rotation.
           SELECT count-rotation ASSIGN TO "CNTROTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-count-rota-status.

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
       FD  onhand-file.
       COPY ONHAND.

       FD  item-master.
       COPY ITEMREC.

       FD  count-history.
       COPY CNTHIST.

       FD  parm-registry.
       COPY PARMREG.

       FD  count-rotation.
       01  count-rotation-card.
           05  cro-category            PIC X(6).
           05  cro-cycle-days          PIC 9(3).

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
           05  ws-onhand-status        PIC XX.
           05  ws-item-status          PIC XX.
           05  ws-count-hist-status    PIC XX.
           05  ws-count-rota-status    PIC XX.
           05  ws-busdate-status       PIC XX.
           05  ws-report-out-status    PIC XX.

       01  ws-flags.
           05  no-more-onhand-sw       PIC X VALUE "N".
               88  no-more-onhand      VALUE "Y".
           05  no-more-rotation-sw     PIC X VALUE "N".
               88  no-more-rotation    VALUE "Y".
           05  history-found-sw        PIC X VALUE "N".
               88  history-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  rotation-found-sw       PIC X VALUE "N".
               88  rotation-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  first-store-sw          PIC X VALUE "Y".
               88  first-store
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-count-parms.
           05  ws-variance-pct         PIC 9(3) VALUE 10.
           05  ws-variance-units       PIC 9(5) VALUE 5.
           05  ws-rotation-lines       PIC 9(4) VALUE 50.

       01  ws-rotation-table.
           05  ws-rot-count            PIC 9(3) VALUE ZERO.
           05  ws-rot-tbl OCCURS 200 TIMES INDEXED BY rot-idx.
               10  ws-rot-category     PIC X(6).
               10  ws-rot-cycle-days   PIC 9(3).

       01  ws-posting-busdate          PIC 9(8).
       01  ws-prev-store-no            PIC 9(4).
       01  ws-store-rotation-lines     PIC 9(4).
       01  ws-store-lines              PIC 9(5).
       01  ws-select-reason            PIC X(8).
       01  ws-abs-variance             PIC 9(7).
       01  ws-abs-book                 PIC 9(7).
       01  ws-days-since-count         PIC 9(7).

       01  ws-run-totals.
           05  ws-onhand-read          PIC 9(7) VALUE ZERO.
           05  ws-selected-negative    PIC 9(7) VALUE ZERO.
           05  ws-selected-variance    PIC 9(7) VALUE ZERO.
           05  ws-selected-rotation    PIC 9(7) VALUE ZERO.
           05  ws-rotation-deferred    PIC 9(7) VALUE ZERO.
           05  ws-stores-sheeted       PIC 9(5) VALUE ZERO.

       01  ws-sheet-line.
           05  ws-shl-item             PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-shl-desc             PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-shl-category         PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-shl-reason           PIC X(8).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "__________".
           05  FILLER                  PIC X(10) VALUE SPACES.

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
      *> Cycle-count parameters: variance percentage, PIC 9(3),
      *> columns 1-3; variance units, PIC 9(5), columns 4-8;
      *> rotation lines per store per night, PIC 9(4), columns
      *> 9-12; auto-approve units, PIC 9(5), columns 13-17 (read by
      *> the reconciliation).  Defaults: 10 percent and 5 units,
      *> 50 lines, 2 units.
       01  count-parm-card.
           05  cpm-variance-pct        PIC 9(3).
           05  cpm-variance-units      PIC 9(5).
           05  cpm-rotation-lines      PIC 9(4).
           05  cpm-auto-approve-units  PIC 9(5).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SELECT-ONE-ONHAND
               UNTIL no-more-onhand
           IF NOT first-store
               PERFORM 2900-END-STORE-SHEET
           END-IF
           PERFORM 5000-FINALIZE
           PERFORM 9810-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-BUSDATE
           PERFORM 1200-READ-COUNT-PARM
           PERFORM 1300-LOAD-ROTATION
           OPEN INPUT onhand-file
           OPEN INPUT item-master
           OPEN INPUT count-history
           IF ws-count-hist-status NOT = "00"
               OPEN OUTPUT count-history
               CLOSE count-history
               OPEN INPUT count-history
           END-IF
           OPEN OUTPUT report-out
           MOVE LOW-VALUES TO oh-key
           START onhand-file KEY IS >= oh-key
               INVALID KEY
                   SET no-more-onhand TO TRUE
           END-START.

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

      *> A zero field on the card keeps its default.
       1200-READ-COUNT-PARM.
           MOVE ws-posting-busdate TO ws-parm-as-of
           MOVE "CNTPARM" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO count-parm-card
               IF cpm-variance-pct IS NUMERIC
                   AND cpm-variance-pct > ZERO
                   MOVE cpm-variance-pct TO ws-variance-pct
               END-IF
               IF cpm-variance-units IS NUMERIC
                   AND cpm-variance-units > ZERO
                   MOVE cpm-variance-units
                       TO ws-variance-units
               END-IF
               IF cpm-rotation-lines IS NUMERIC
                   AND cpm-rotation-lines > ZERO
                   MOVE cpm-rotation-lines
                       TO ws-rotation-lines
               END-IF
           END-IF.

       1300-LOAD-ROTATION.
           OPEN INPUT count-rotation
           IF ws-count-rota-status NOT = "00"
               SET no-more-rotation TO TRUE
           ELSE
               PERFORM UNTIL no-more-rotation
                   READ count-rotation
                       AT END
                           SET no-more-rotation TO TRUE
                       NOT AT END
                           IF ws-rot-count < 200
                               ADD 1 TO ws-rot-count
                               SET rot-idx TO ws-rot-count
                               MOVE cro-category
                                   TO ws-rot-category (rot-idx)
                               MOVE cro-cycle-days
                                   TO ws-rot-cycle-days (rot-idx)
                           ELSE
                               DISPLAY "CNTROTA OVER 200 - CARD "
                                   "SKIPPED " cro-category
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE count-rotation
           END-IF.

       2000-SELECT-ONE-ONHAND.
           READ onhand-file NEXT RECORD
               AT END
                   SET no-more-onhand TO TRUE
           END-READ
           IF NOT no-more-onhand
               ADD 1 TO ws-onhand-read
               IF first-store
                   OR oh-store-no NOT = ws-prev-store-no
                   IF NOT first-store
                       PERFORM 2900-END-STORE-SHEET
                   END-IF
                   SET first-store TO FALSE
                   MOVE oh-store-no TO ws-prev-store-no
                   MOVE ZERO TO ws-store-rotation-lines
                   MOVE ZERO TO ws-store-lines
               END-IF
               PERFORM 2100-LOOK-UP-ITEM
               PERFORM 2200-LOOK-UP-HISTORY
               PERFORM 2300-CHOOSE-REASON
               IF ws-select-reason NOT = SPACES
                   PERFORM 2500-PRINT-SHEET-LINE
               END-IF
           END-IF.

       2100-LOOK-UP-ITEM.
           MOVE oh-item-no TO item-key
           READ item-master
               INVALID KEY
                   MOVE "** NOT ON ITEM MASTER **"
                       TO item-description
                   MOVE SPACES TO item-category
           END-READ.

       2200-LOOK-UP-HISTORY.
           SET history-found TO FALSE
           MOVE oh-store-no TO cnh-store-no
           MOVE oh-item-no TO cnh-item-no
           READ count-history
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET history-found TO TRUE
           END-READ.

      *> Strongest reason wins: a negative is counted whatever its
      *> history, and a rotation line only takes a slot under the
      *> store's nightly cap.
       2300-CHOOSE-REASON.
           MOVE SPACES TO ws-select-reason
           IF oh-qty < ZERO
               MOVE "NEGATIVE" TO ws-select-reason
               ADD 1 TO ws-selected-negative
           ELSE
               IF history-found
                   PERFORM 2310-CHECK-VARIANCE
               END-IF
               IF ws-select-reason = SPACES
                   PERFORM 2320-CHECK-ROTATION
               END-IF
           END-IF.

       2310-CHECK-VARIANCE.
           IF cnh-last-variance < ZERO
               COMPUTE ws-abs-variance = 0 - cnh-last-variance
           ELSE
               MOVE cnh-last-variance TO ws-abs-variance
           END-IF
           IF cnh-last-book-qty < ZERO
               COMPUTE ws-abs-book = 0 - cnh-last-book-qty
           ELSE
               MOVE cnh-last-book-qty TO ws-abs-book
           END-IF
           IF ws-abs-variance >= ws-variance-units
               AND ws-abs-variance * 100
                   >= ws-variance-pct * ws-abs-book
               MOVE "VARIANCE" TO ws-select-reason
               ADD 1 TO ws-selected-variance
           END-IF.

       2320-CHECK-ROTATION.
           SET rotation-found TO FALSE
           SET rot-idx TO 1
           SEARCH ws-rot-tbl
               WHEN rot-idx > ws-rot-count
                   CONTINUE
               WHEN ws-rot-category (rot-idx) = item-category
                   SET rotation-found TO TRUE
           END-SEARCH
           IF rotation-found
               IF history-found
                   COMPUTE ws-days-since-count =
                       FUNCTION INTEGER-OF-DATE (ws-posting-busdate)
                       - FUNCTION INTEGER-OF-DATE
                           (cnh-last-count-date)
               ELSE
                   MOVE 9999999 TO ws-days-since-count
               END-IF
               IF ws-days-since-count >= ws-rot-cycle-days (rot-idx)
                   IF ws-store-rotation-lines < ws-rotation-lines
                       MOVE "ROTATION" TO ws-select-reason
                       ADD 1 TO ws-store-rotation-lines
                       ADD 1 TO ws-selected-rotation
                   ELSE
                       ADD 1 TO ws-rotation-deferred
                   END-IF
               END-IF
           END-IF.

      *> The store's heading goes out with its first selected line,
      *> so a store with nothing to count gets no sheet.
       2500-PRINT-SHEET-LINE.
           IF ws-store-lines = ZERO
               PERFORM 2600-PRINT-STORE-HEADING
           END-IF
           ADD 1 TO ws-store-lines
           MOVE oh-item-no TO ws-shl-item
           MOVE item-description TO ws-shl-desc
           MOVE item-category TO ws-shl-category
           MOVE ws-select-reason TO ws-shl-reason
           MOVE ws-sheet-line TO report-line
           WRITE report-line.

       2600-PRINT-STORE-HEADING.
           ADD 1 TO ws-stores-sheeted
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING "CYCLE COUNT SHEET - STORE " oh-store-no
               " - ISSUED " ws-posting-busdate
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE "COUNT BEFORE OPENING.  KEY EACH COUNT ON CNTENTRY"
               & " WITH THE COUNT DATE."
               TO report-line
           WRITE report-line
           MOVE "ITEM    DESCRIPTION                     CATEGRY"
               & " REASON      COUNTED"
               TO report-line
           WRITE report-line.

       2900-END-STORE-SHEET.
           IF ws-store-lines > ZERO
               MOVE SPACES TO report-line
               STRING "  " ws-store-lines " LINES TO COUNT"
                   "     COUNTED BY ________  DATE ________"
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
           END-IF.

       5000-FINALIZE.
           CLOSE onhand-file, item-master, count-history, report-out
           DISPLAY "COUNT SHEET RUN COMPLETE"
           DISPLAY "  ONHAND RECORDS READ: " ws-onhand-read
           DISPLAY "  STORES SHEETED:      " ws-stores-sheeted
           DISPLAY "  NEGATIVE LINES:      " ws-selected-negative
           DISPLAY "  VARIANCE LINES:      " ws-selected-variance
           DISPLAY "  ROTATION LINES:      " ws-selected-rotation
           DISPLAY "  ROTATION DEFERRED:   " ws-rotation-deferred.

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
           MOVE "CNTSHEET" TO stp-step-name
           MOVE FUNCTION CURRENT-DATE TO stp-timestamp
           WRITE step-timing-record
           CLOSE step-timing.
