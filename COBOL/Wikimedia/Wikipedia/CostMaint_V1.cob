       IDENTIFICATION DIVISION.
       PROGRAM-ID. COST-MAINT-V1.
      *> Audited item-cost maintenance, in the pattern of
      *> PRICE-MAINT-V1.  Reads COSTTXN transaction cards -- CADD
      *> add, CCHG change, CDEL delete -- applies each one that
      *> passes edit to the effective-dated COSTMST history, and
      *> writes a before/after image to the cost audit trail.  The
      *> nightly cost-of-sales step charges every sale at the row in
      *> force on its sale date, so a cost is normally changed by
      *> adding a new effective-dated row, never by overwriting the
      *> one history has already been costed at.
      *>
      *> Supervisor gate: a cost that moves by more than the COSTTOL
      *> percentage from the one in force before it is not applied;
      *> it is written to the COSTAPRV review file, and the buyer
      *> re-submits the card with the approval flag set to release
      *> it.  A slipped decimal here misstates every margin and the
      *> COGS journal until somebody notices.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT cost-master ASSIGN TO "COSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cost-key
               FILE STATUS IS ws-cost-status.

           SELECT cost-txn ASSIGN TO "COSTTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cost-txn-status.

           SELECT cost-audit ASSIGN TO "CSTAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-cost-audit-status.

      *> Changes held for supervisor approval.
           SELECT approval-file ASSIGN TO "COSTAPRV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-approval-status.

      *> Run-parameter registry: the settings that used to come
      *> off one-off control cards, looked up under the card's old
      *> name for the value in force on the run date.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

      *> Operator authorization table, shared with the other
      *> audited maintenance runs: operator id (8), transaction
      *> type (4, or "ALL ").  Absent, the check is disabled.
           SELECT oper-auth ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-oper-auth-status.

      *> Unauthorized transactions, on their own exception report.
           SELECT auth-exceptions ASSIGN TO "AUTHEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-auth-excp-status.

      *> Shared step-timing log; a start and an end stamp per run
      *> feed the weekly batch-window trend report.
           SELECT step-timing ASSIGN TO "STEPTIME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-step-timing-status.

       DATA DIVISION.
       FILE SECTION.
       FD  cost-master.
       COPY COSTREC.

      *> Transaction card: type (4: CADD/CCHG/CDEL), item number
      *> (6), effective date (8), new unit cost (7 digits, 5V99),
      *> approval flag (1: "A" when a supervisor has approved an
      *> out-of-tolerance change), operator id (8).  CCHG corrects
      *> a row already on file for that exact date.
       FD  cost-txn.
       01  cost-txn-line.
           05  cstx-txn-type            PIC X(4).
               88  cstx-add             VALUE "CADD".
               88  cstx-change          VALUE "CCHG".
               88  cstx-delete          VALUE "CDEL".
           05  cstx-item-no             PIC X(6).
           05  cstx-effective-date      PIC 9(8).
           05  cstx-new-cost            PIC 9(5)V99.
           05  cstx-approved-flag       PIC X.
               88  cstx-approved        VALUE "A".
           05  cstx-operator-id         PIC X(8).

       FD  cost-audit
           RECORDING MODE IS F.
       COPY CSTAUDIT.

       FD  approval-file
           RECORDING MODE IS F.
       01  approval-record.
           05  appr-txn-type            PIC X(4).
           05  appr-item-no             PIC X(6).
           05  appr-effective-date      PIC 9(8).
           05  appr-old-cost            PIC 9(5)V99.
           05  appr-new-cost            PIC 9(5)V99.
           05  appr-change-pct          PIC 9(3)V99.
           05  appr-timestamp           PIC X(26).

       FD  parm-registry.
       COPY PARMREG.

       FD  oper-auth.
       01  oper-auth-card.
           05  oau-operator-id          PIC X(8).
           05  oau-txn-type             PIC X(4).

       FD  auth-exceptions.
       01  auth-exception-line          PIC X(60).

       FD  step-timing
           RECORDING MODE IS F.
       COPY STEPTIME.

       WORKING-STORAGE SECTION.
       01  ws-step-timing-status      PIC XX.
       01  ws-file-status.
           05  ws-cost-status           PIC XX.
           05  ws-cost-txn-status       PIC XX.
           05  ws-cost-audit-status     PIC XX.
           05  ws-approval-status       PIC XX.

       01  ws-flags.
           05  no-more-txns-sw          PIC X VALUE "N".
               88  no-more-txns         VALUE "Y".
           05  cost-found-sw            PIC X VALUE "N".
               88  cost-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  no-more-costs-sw         PIC X VALUE "N".
               88  no-more-costs
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  prior-cost-found-sw      PIC X VALUE "N".
               88  prior-cost-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-cost-tolerance-pct        PIC 9(3)V99 VALUE 20.00.
       01  ws-change-pct                PIC 9(3)V99.
       01  ws-cost-difference           PIC S9(5)V99.
       01  ws-compare-cost              PIC 9(5)V99.
       01  ws-prior-cost                PIC 9(5)V99.

       01  ws-run-totals.
           05  ws-adds-applied          PIC 9(7) VALUE ZERO.
           05  ws-changes-applied       PIC 9(7) VALUE ZERO.
           05  ws-deletes-applied       PIC 9(7) VALUE ZERO.
           05  ws-held-for-approval     PIC 9(7) VALUE ZERO.
           05  ws-txns-rejected         PIC 9(7) VALUE ZERO.
           05  ws-txns-unauthorized     PIC 9(7) VALUE ZERO.

       01  ws-oper-auth-status         PIC XX.
       01  ws-auth-excp-status         PIC XX.
       01  ws-auth-flags.
           05  auth-enforced-sw        PIC X VALUE "N".
               88  auth-enforced       VALUE "Y".
           05  no-more-auth-sw         PIC X VALUE "N".
               88  no-more-auth        VALUE "Y".
           05  operator-ok-sw          PIC X VALUE "Y".
               88  operator-ok
                   VALUE "Y" WHEN SET TO FALSE IS "N".
       01  ws-auth-table.
           05  ws-auth-count           PIC 9(3) VALUE ZERO.
           05  ws-auth-tbl OCCURS 200 TIMES INDEXED BY auth-idx.
               10  ws-auth-operator    PIC X(8).
               10  ws-auth-txn-type    PIC X(4).
       01  ws-check-operator           PIC X(8).
       01  ws-check-txn-type           PIC X(4).
       01  ws-check-key                PIC X(10).

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

      *> COSTTOL, off the run-parameter registry.
      *> Approval-gate tolerance: percentage, PIC 9(3)V99, columns
      *> 1-5.  Defaults to 20 percent when the parameter is not
      *> registered.
       01  cost-tol-parm-line          PIC X(5).


       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL no-more-txns
           PERFORM 3000-FINALIZE
           PERFORM 9810-LOG-STEP-END
           STOP RUN.

      *> COSTMST is created empty the first night it is not there,
      *> so the history can start from the first CADD deck.
       1000-INITIALIZE.
           PERFORM 1100-READ-COST-TOL-PARM
           PERFORM 9600-LOAD-OPER-AUTH
           OPEN OUTPUT auth-exceptions
           OPEN I-O cost-master
           IF ws-cost-status NOT = "00"
               OPEN OUTPUT cost-master
               CLOSE cost-master
               OPEN I-O cost-master
           END-IF
           OPEN INPUT cost-txn
           IF ws-cost-txn-status NOT = "00"
               SET no-more-txns TO TRUE
           END-IF
           OPEN OUTPUT cost-audit
           OPEN OUTPUT approval-file.

       1100-READ-COST-TOL-PARM.
           MOVE "COSTTOL" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO cost-tol-parm-line
               MOVE cost-tol-parm-line
                   TO ws-cost-tolerance-pct
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           READ cost-txn
               AT END
                   SET no-more-txns TO TRUE
           END-READ
           IF NOT no-more-txns
               MOVE cstx-operator-id TO ws-check-operator
               MOVE cstx-txn-type TO ws-check-txn-type
               MOVE SPACES TO ws-check-key
               MOVE cstx-item-no TO ws-check-key (1:6)
               PERFORM 9650-CHECK-OPERATOR-AUTH
               IF NOT operator-ok
                   ADD 1 TO ws-txns-unauthorized
               ELSE
                   PERFORM 2040-APPLY-AUTHORIZED
               END-IF
           END-IF.

       2040-APPLY-AUTHORIZED.
           PERFORM 2050-LOOK-UP-COST
           EVALUATE TRUE
               WHEN cstx-add
                   PERFORM 2100-APPLY-ADD
               WHEN cstx-change
                   PERFORM 2200-APPLY-CHANGE
               WHEN cstx-delete
                   PERFORM 2300-APPLY-DELETE
               WHEN OTHER
                   DISPLAY "COSTTXN UNKNOWN TYPE "
                       cstx-txn-type " ITEM " cstx-item-no
                   ADD 1 TO ws-txns-rejected
           END-EVALUATE.

       2050-LOOK-UP-COST.
           SET cost-found TO FALSE
           MOVE cstx-item-no TO cost-item-no
           MOVE cstx-effective-date TO cost-effective-date
           READ cost-master
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET cost-found TO TRUE
           END-READ.

      *> A CADD is the normal cost change: a new effective-dated
      *> row, judged by the percent gate against the cost in force
      *> just before it.  An item's first cost has nothing to be
      *> judged against and goes straight on.
       2100-APPLY-ADD.
           IF cost-found
               DISPLAY "CADD ROW ALREADY ON FILE " cstx-item-no
                   " " cstx-effective-date
               ADD 1 TO ws-txns-rejected
           ELSE
               IF cstx-new-cost <= ZERO
                   DISPLAY "CADD ZERO COST " cstx-item-no
                   ADD 1 TO ws-txns-rejected
               ELSE
                   PERFORM 2060-FIND-PRIOR-COST
                   IF prior-cost-found
                       MOVE ws-prior-cost TO ws-compare-cost
                       PERFORM 2250-COMPUTE-CHANGE-PCT
                   ELSE
                       MOVE ZERO TO ws-change-pct
                   END-IF
                   IF ws-change-pct > ws-cost-tolerance-pct
                       AND NOT cstx-approved
                       MOVE ws-prior-cost TO ws-compare-cost
                       PERFORM 2260-HOLD-FOR-APPROVAL
                   ELSE
                       MOVE cstx-item-no TO cost-item-no
                       MOVE cstx-effective-date
                           TO cost-effective-date
                       MOVE cstx-new-cost TO cost-unit-cost
                       WRITE cost-record
                       IF prior-cost-found
                           MOVE ws-prior-cost
                               TO cstaud-before-cost
                       ELSE
                           MOVE ZERO TO cstaud-before-cost
                       END-IF
                       PERFORM 2900-WRITE-AUDIT
                       ADD 1 TO ws-adds-applied
                   END-IF
               END-IF
           END-IF.

      *> Latest row dated before the new row's effective date.
       2060-FIND-PRIOR-COST.
           SET prior-cost-found TO FALSE
           SET no-more-costs TO FALSE
           MOVE ZERO TO ws-prior-cost
           MOVE cstx-item-no TO cost-item-no
           MOVE ZERO TO cost-effective-date
           START cost-master KEY IS >= cost-key
               INVALID KEY
                   SET no-more-costs TO TRUE
           END-START
           PERFORM UNTIL no-more-costs
               READ cost-master NEXT RECORD
                   AT END
                       SET no-more-costs TO TRUE
               END-READ
               IF NOT no-more-costs
                   IF cost-item-no = cstx-item-no
                       AND cost-effective-date
                           < cstx-effective-date
                       SET prior-cost-found TO TRUE
                       MOVE cost-unit-cost TO ws-prior-cost
                   ELSE
                       SET no-more-costs TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *> A CCHG corrects the row already on file for that exact
      *> effective date; the gate judges it against that row's
      *> standing cost.
       2200-APPLY-CHANGE.
           IF NOT cost-found
               DISPLAY "CCHG ROW NOT ON FILE " cstx-item-no
                   " " cstx-effective-date
               ADD 1 TO ws-txns-rejected
           ELSE
               IF cstx-new-cost <= ZERO
                   DISPLAY "CCHG ZERO COST " cstx-item-no
                   ADD 1 TO ws-txns-rejected
               ELSE
                   MOVE cost-unit-cost TO ws-compare-cost
                   PERFORM 2250-COMPUTE-CHANGE-PCT
                   IF ws-change-pct > ws-cost-tolerance-pct
                       AND NOT cstx-approved
                       PERFORM 2260-HOLD-FOR-APPROVAL
                   ELSE
                       MOVE cost-unit-cost TO cstaud-before-cost
                       MOVE cstx-new-cost TO cost-unit-cost
                       REWRITE cost-record
                       PERFORM 2900-WRITE-AUDIT
                       ADD 1 TO ws-changes-applied
                   END-IF
               END-IF
           END-IF.

       2250-COMPUTE-CHANGE-PCT.
           COMPUTE ws-cost-difference =
               cstx-new-cost - ws-compare-cost
           IF ws-cost-difference < ZERO
               COMPUTE ws-cost-difference = 0 - ws-cost-difference
           END-IF
           IF ws-compare-cost = ZERO
               MOVE 999.99 TO ws-change-pct
           ELSE
               COMPUTE ws-change-pct ROUNDED =
                   ws-cost-difference * 100
                   / ws-compare-cost
                   ON SIZE ERROR
                       MOVE 999.99 TO ws-change-pct
               END-COMPUTE
           END-IF.

       2260-HOLD-FOR-APPROVAL.
           MOVE cstx-txn-type TO appr-txn-type
           MOVE cstx-item-no TO appr-item-no
           MOVE cstx-effective-date TO appr-effective-date
           MOVE ws-compare-cost TO appr-old-cost
           MOVE cstx-new-cost TO appr-new-cost
           MOVE ws-change-pct TO appr-change-pct
           MOVE FUNCTION CURRENT-DATE TO appr-timestamp
           WRITE approval-record
           ADD 1 TO ws-held-for-approval.

       2300-APPLY-DELETE.
           IF NOT cost-found
               DISPLAY "CDEL ROW NOT ON FILE " cstx-item-no
                   " " cstx-effective-date
               ADD 1 TO ws-txns-rejected
           ELSE
               MOVE cost-unit-cost TO cstaud-before-cost
               DELETE cost-master
               MOVE ZERO TO cost-unit-cost
               PERFORM 2900-WRITE-AUDIT
               ADD 1 TO ws-deletes-applied
           END-IF.

       2900-WRITE-AUDIT.
           MOVE cstx-item-no TO cstaud-item-no
           MOVE cstx-effective-date TO cstaud-effective-date
           MOVE FUNCTION CURRENT-DATE TO cstaud-timestamp
           MOVE cstx-txn-type TO cstaud-txn-type
           MOVE cost-unit-cost TO cstaud-after-cost
           MOVE cstx-operator-id TO cstaud-operator-id
           WRITE cost-audit-record.

       3000-FINALIZE.
           CLOSE cost-master, cost-audit, approval-file,
               auth-exceptions
           IF ws-cost-txn-status NOT = "35"
               CLOSE cost-txn
           END-IF
           DISPLAY "COST MAINTENANCE RUN COMPLETE"
           DISPLAY "  ADDS APPLIED:       " ws-adds-applied
           DISPLAY "  CHANGES APPLIED:    " ws-changes-applied
           DISPLAY "  DELETES APPLIED:    " ws-deletes-applied
           DISPLAY "  HELD FOR APPROVAL:  " ws-held-for-approval
           DISPLAY "  REJECTED:           " ws-txns-rejected
           DISPLAY "  UNAUTHORIZED:       " ws-txns-unauthorized.

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
           MOVE "COSTMNT" TO stp-step-name
           MOVE FUNCTION CURRENT-DATE TO stp-timestamp
           WRITE step-timing-record
           CLOSE step-timing.

      *> Operator authorization, shared discipline across the
      *> audited maintenance runs: the table loads once, every
      *> transaction's operator must hold a card for its type (or
      *> ALL), and an unauthorized card rejects onto the AUTHEXCP
      *> exception report instead of applying.
       9600-LOAD-OPER-AUTH.
           OPEN INPUT oper-auth
           IF ws-oper-auth-status NOT = "00"
               SET no-more-auth TO TRUE
           ELSE
               PERFORM UNTIL no-more-auth
                   READ oper-auth
                       AT END
                           SET no-more-auth TO TRUE
                       NOT AT END
                           IF ws-auth-count < 200
                               ADD 1 TO ws-auth-count
                               SET auth-idx TO ws-auth-count
                               MOVE oau-operator-id
                                   TO ws-auth-operator (auth-idx)
                               MOVE oau-txn-type
                                   TO ws-auth-txn-type (auth-idx)
                               SET auth-enforced TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE oper-auth
           END-IF.

       9650-CHECK-OPERATOR-AUTH.
           SET operator-ok TO TRUE
           IF auth-enforced
               SET operator-ok TO FALSE
               SET auth-idx TO 1
               SEARCH ws-auth-tbl
                   WHEN auth-idx > ws-auth-count
                       CONTINUE
                   WHEN ws-auth-operator (auth-idx)
                           = ws-check-operator
                       AND (ws-auth-txn-type (auth-idx)
                               = ws-check-txn-type
                           OR ws-auth-txn-type (auth-idx)
                               = "ALL ")
                       SET operator-ok TO TRUE
               END-SEARCH
               IF NOT operator-ok
                   MOVE SPACES TO auth-exception-line
                   STRING "COSTMNT " ws-check-txn-type
                       " BY " ws-check-operator
                       " KEY " ws-check-key
                       " - NOT AUTHORIZED"
                       DELIMITED BY SIZE
                       INTO auth-exception-line
                   WRITE auth-exception-line
               END-IF
           END-IF.
