       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDATE-MAINT-V1.
      *> Autopay direct-debit mandate maintenance.  Reads MNDTXN
      *> transaction cards --
      *>   MSET - set up a customer's mandate, or replace its bank
      *>          details and schedule: routing and account, debit
      *>          day of the month, pay-in-full or minimum, start
      *>          date and optional cancel date;
      *>   MCAN - cancel it from the card's cancel date (today's
      *>          as-of date when the card leaves it zero);
      *> -- applies each to the MANDATE file with a before/after
      *> audit image in the HOLDAUD discipline, and prints the
      *> refused cards.  The customer must be on the master and
      *> not a merge tombstone.  Replacing a mandate keeps its
      *> collection history, so a change of bank never re-debits
      *> a statement already collected.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT mandate-file ASSIGN TO "MANDATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mnd-cust-key
               FILE STATUS IS ws-mandate-status.

      *> Read only, to prove the customer exists and is live.
           SELECT customer-file ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cust-key
               FILE STATUS IS ws-customer-status.

           SELECT mandate-txn ASSIGN TO "MNDTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-mandate-txn-status.

           SELECT mandate-audit ASSIGN TO "MANDAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-mandate-audit-status.

      *> As-of business date, eight digits.  Defaults to today.
           SELECT asof-parm ASSIGN TO "ASOFDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-asof-status.

           SELECT report-out ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-out-status.

      *> Operator authorization table: operator id (8), transaction
      *> type the operator may submit (4, or "ALL ").  When the
      *> table is absent the check is disabled, so decks cut before
      *> operator ids existed still run; once a table is mounted,
      *> every card must carry an authorized id.
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
       FD  mandate-file.
       COPY MANDATE.

       FD  customer-file.
       COPY CUSTREC.

      *> Transaction card: type (4: MSET/MCAN), cust-key (10),
      *> routing (9), account (17), debit day (2), pay option (1:
      *> F full, M minimum), start date (8), cancel date (8),
      *> operator id (8).  MCAN reads only the key, the cancel
      *> date and the operator.
       FD  mandate-txn.
       01  mandate-txn-line.
           05  mtx-txn-type             PIC X(4).
               88  mtx-set-mandate      VALUE "MSET".
               88  mtx-cancel-mandate   VALUE "MCAN".
           05  mtx-cust-key             PIC X(10).
           05  mtx-bank-routing         PIC X(9).
           05  mtx-bank-account         PIC X(17).
           05  mtx-debit-day            PIC 9(2).
           05  mtx-pay-option           PIC X.
               88  mtx-option-valid     VALUES "F", "M".
           05  mtx-start-date           PIC 9(8).
           05  mtx-cancel-date          PIC 9(8).
           05  mtx-operator-id          PIC X(8).

       FD  mandate-audit
           RECORDING MODE IS F.
       COPY MANDAUD.

       FD  asof-parm.
       01  asof-parm-line             PIC X(8).

       FD  report-out.
       01  report-line                  PIC X(80).

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
           05  ws-mandate-status        PIC XX.
           05  ws-customer-status       PIC XX.
           05  ws-mandate-txn-status    PIC XX.
           05  ws-mandate-audit-status  PIC XX.
           05  ws-asof-status           PIC XX.
           05  ws-report-out-status     PIC XX.

       01  ws-flags.
           05  no-more-txns-sw          PIC X VALUE "N".
               88  no-more-txns         VALUE "Y".
           05  mandate-found-sw         PIC X VALUE "N".
               88  mandate-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  cust-found-sw            PIC X VALUE "N".
               88  cust-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-asof-date                PIC 9(8).
       01  ws-refusal-text             PIC X(30).

       01  ws-run-totals.
           05  ws-mandates-set          PIC 9(7) VALUE ZERO.
           05  ws-mandates-cancelled    PIC 9(7) VALUE ZERO.
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

       01  ws-refused-line.
           05  ws-rfl-txn-type          PIC X(4).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  ws-rfl-cust-key          PIC X(10).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  ws-rfl-reason            PIC X(30).
           05  FILLER                   PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL no-more-txns
           PERFORM 4000-FINALIZE
           PERFORM 9810-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9600-LOAD-OPER-AUTH
           PERFORM 1100-READ-ASOF-PARM
           OPEN OUTPUT auth-exceptions
           OPEN I-O mandate-file
           IF ws-mandate-status NOT = "00"
               OPEN OUTPUT mandate-file
               CLOSE mandate-file
               OPEN I-O mandate-file
           END-IF
           OPEN INPUT customer-file
           OPEN INPUT mandate-txn
           OPEN OUTPUT mandate-audit
           OPEN OUTPUT report-out
           MOVE "AUTOPAY MANDATE MAINTENANCE - REFUSED CARDS"
               TO report-line
           WRITE report-line.

       1100-READ-ASOF-PARM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ws-asof-date
           OPEN INPUT asof-parm
           IF ws-asof-status = "00"
               READ asof-parm
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE asof-parm-line TO ws-asof-date
               END-READ
               CLOSE asof-parm
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           READ mandate-txn
               AT END
                   SET no-more-txns TO TRUE
           END-READ
           IF NOT no-more-txns
               PERFORM 2100-APPLY-MANDATE-TXN
           END-IF.

       2100-APPLY-MANDATE-TXN.
           MOVE mtx-operator-id TO ws-check-operator
           MOVE mtx-txn-type TO ws-check-txn-type
           MOVE mtx-cust-key TO ws-check-key
           PERFORM 9650-CHECK-OPERATOR-AUTH
           IF NOT operator-ok
               ADD 1 TO ws-txns-unauthorized
           ELSE
               PERFORM 2150-LOOK-UP-MANDATE
               EVALUATE TRUE
                   WHEN mtx-set-mandate
                       PERFORM 2200-SET-MANDATE
                   WHEN mtx-cancel-mandate
                       PERFORM 2300-CANCEL-MANDATE
                   WHEN OTHER
                       MOVE "UNKNOWN TRANSACTION TYPE"
                           TO ws-refusal-text
                       PERFORM 2900-REPORT-REFUSAL
               END-EVALUATE
           END-IF.

       2150-LOOK-UP-MANDATE.
           SET mandate-found TO FALSE
           MOVE mtx-cust-key TO mnd-cust-key
           READ mandate-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET mandate-found TO TRUE
           END-READ
           SET cust-found TO FALSE
           MOVE mtx-cust-key TO cust-key
           READ customer-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET cust-found TO TRUE
           END-READ.

      *> Field edits first, then the account.  A debit day past 28
      *> is allowed; the collection run takes it on the last day
      *> of a month too short for it.
       2200-SET-MANDATE.
           MOVE SPACES TO ws-refusal-text
           EVALUATE TRUE
               WHEN mtx-bank-routing = SPACES
                   OR mtx-bank-routing IS NOT NUMERIC
                   MOVE "INVALID BANK ROUTING NUMBER"
                       TO ws-refusal-text
               WHEN mtx-bank-account = SPACES
                   MOVE "MISSING BANK ACCOUNT"
                       TO ws-refusal-text
               WHEN mtx-debit-day IS NOT NUMERIC
                   OR mtx-debit-day < 1
                   OR mtx-debit-day > 31
                   MOVE "INVALID DEBIT DAY" TO ws-refusal-text
               WHEN NOT mtx-option-valid
                   MOVE "PAY OPTION NOT F OR M" TO ws-refusal-text
               WHEN mtx-start-date IS NOT NUMERIC
                   OR mtx-start-date = ZERO
                   MOVE "MISSING START DATE" TO ws-refusal-text
               WHEN mtx-cancel-date IS NOT NUMERIC
                   OR (mtx-cancel-date NOT = ZERO
                       AND mtx-cancel-date <= mtx-start-date)
                   MOVE "CANCEL DATE NOT AFTER START"
                       TO ws-refusal-text
               WHEN NOT cust-found
                   MOVE "CUSTOMER NOT ON FILE" TO ws-refusal-text
               WHEN cust-merged-away
                   MOVE "KEY IS A MERGE TOMBSTONE"
                       TO ws-refusal-text
           END-EVALUATE
           IF ws-refusal-text NOT = SPACES
               PERFORM 2900-REPORT-REFUSAL
           ELSE
               PERFORM 2800-AUDIT-BEFORE
               IF NOT mandate-found
                   MOVE mtx-cust-key TO mnd-cust-key
                   MOVE ZERO TO mnd-last-stmt-date
                   MOVE ZERO TO mnd-last-collect-date
                   MOVE ZERO TO mnd-last-collect-amount
               END-IF
               MOVE mtx-bank-routing TO mnd-bank-routing
               MOVE mtx-bank-account TO mnd-bank-account
               MOVE mtx-debit-day TO mnd-debit-day
               MOVE mtx-pay-option TO mnd-pay-option
               MOVE mtx-start-date TO mnd-start-date
               MOVE mtx-cancel-date TO mnd-cancel-date
               MOVE FUNCTION CURRENT-DATE TO mnd-timestamp
               IF mandate-found
                   REWRITE mandate-record
               ELSE
                   WRITE mandate-record
               END-IF
               PERFORM 2850-AUDIT-AFTER
               ADD 1 TO ws-mandates-set
           END-IF.

       2300-CANCEL-MANDATE.
           IF NOT mandate-found
               MOVE "NO MANDATE ON FILE" TO ws-refusal-text
               PERFORM 2900-REPORT-REFUSAL
           ELSE
               IF NOT mnd-not-cancelled
                   AND mnd-cancel-date <= ws-asof-date
                   MOVE "MANDATE ALREADY CANCELLED"
                       TO ws-refusal-text
                   PERFORM 2900-REPORT-REFUSAL
               ELSE
                   PERFORM 2800-AUDIT-BEFORE
                   IF mtx-cancel-date IS NUMERIC
                       AND mtx-cancel-date NOT = ZERO
                       MOVE mtx-cancel-date TO mnd-cancel-date
                   ELSE
                       MOVE ws-asof-date TO mnd-cancel-date
                   END-IF
                   MOVE FUNCTION CURRENT-DATE TO mnd-timestamp
                   REWRITE mandate-record
                   PERFORM 2850-AUDIT-AFTER
                   ADD 1 TO ws-mandates-cancelled
               END-IF
           END-IF.

       2800-AUDIT-BEFORE.
           MOVE mtx-cust-key TO mndaud-cust-key
           MOVE FUNCTION CURRENT-DATE TO mndaud-timestamp
           MOVE mtx-txn-type TO mndaud-txn-type
           MOVE mtx-operator-id TO mndaud-operator-id
           IF mandate-found
               MOVE mnd-bank-routing TO mndaud-before-routing
               MOVE mnd-bank-account TO mndaud-before-account
               MOVE mnd-debit-day TO mndaud-before-day
               MOVE mnd-pay-option TO mndaud-before-option
               MOVE mnd-start-date TO mndaud-before-start
               MOVE mnd-cancel-date TO mndaud-before-cancel
           ELSE
               MOVE SPACES TO mndaud-before-routing
               MOVE SPACES TO mndaud-before-account
               MOVE ZERO TO mndaud-before-day
               MOVE SPACES TO mndaud-before-option
               MOVE ZERO TO mndaud-before-start
               MOVE ZERO TO mndaud-before-cancel
           END-IF.

       2850-AUDIT-AFTER.
           MOVE mnd-bank-routing TO mndaud-after-routing
           MOVE mnd-bank-account TO mndaud-after-account
           MOVE mnd-debit-day TO mndaud-after-day
           MOVE mnd-pay-option TO mndaud-after-option
           MOVE mnd-start-date TO mndaud-after-start
           MOVE mnd-cancel-date TO mndaud-after-cancel
           WRITE mandate-audit-record.

       2900-REPORT-REFUSAL.
           MOVE SPACES TO ws-refused-line
           MOVE mtx-txn-type TO ws-rfl-txn-type
           MOVE mtx-cust-key TO ws-rfl-cust-key
           MOVE ws-refusal-text TO ws-rfl-reason
           MOVE ws-refused-line TO report-line
           WRITE report-line
           ADD 1 TO ws-txns-rejected.

       4000-FINALIZE.
           CLOSE mandate-file, customer-file, mandate-txn,
               mandate-audit, auth-exceptions, report-out
           DISPLAY "AUTOPAY MANDATE MAINTENANCE COMPLETE"
           DISPLAY "  MANDATES SET:       " ws-mandates-set
           DISPLAY "  MANDATES CANCELLED: " ws-mandates-cancelled
           DISPLAY "  REJECTED:           " ws-txns-rejected
           DISPLAY "  UNAUTHORIZED:       " ws-txns-unauthorized.

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
           MOVE "MNDTMNT" TO stp-step-name
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
                   STRING "MNDTMNT " ws-check-txn-type
                       " BY " ws-check-operator
                       " KEY " ws-check-key
                       " - NOT AUTHORIZED"
                       DELIMITED BY SIZE
                       INTO auth-exception-line
                   WRITE auth-exception-line
               END-IF
           END-IF.
