       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARM-MAINT-V1.
      *> Audited run-parameter maintenance, in the pattern of
      *> PRICE-MAINT-V1.  Reads PARMTXN transaction cards -- RADD
      *> add, RCHG change, RDEL delete -- applies each one that
      *> passes edit to the effective-dated PARMREG registry, and
      *> writes a before/after image to the parameter audit trail.
      *> The registry replaces the one-off control-card datasets
      *> the chain used to read (PRICETOL, FINPARM, WOFPARM, ...);
      *> each program now looks up the value in force for its run
      *> date under the card's old name.
      *>
      *> A setting is normally changed by adding a new effective-
      *> dated value, never by overwriting one a night has already
      *> run with: RADD, RCHG and RDEL all refuse an effective date
      *> before tonight's business date, so the registry remains
      *> the record of what every past night used.
      *>
      *> Supervisor gate: a parameter registered as money-affecting
      *> (or a card that marks it so) is applied only when the card
      *> carries an approver -- a supervisor other than the operator
      *> who keyed it, holding an RAPR card on OPERAUTH.  Without
      *> one it is written to the PARMAPRV review file and NOT
      *> applied; the supervisor re-submits the card with their id
      *> in the approver field to release it.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

           SELECT parm-txn ASSIGN TO "PARMTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-parm-txn-status.

           SELECT parm-audit ASSIGN TO "PARMAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-parm-audit-status.

      *> Money-affecting changes held for supervisor approval.
           SELECT approval-file ASSIGN TO "PARMAPRV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-approval-status.

      *> Tonight's business date, eight digits, maintained by the
      *> date roll.  Defaults to today when the card is absent.
           SELECT busdate-card ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-busdate-status.

      *> Operator authorization table: operator id (8), transaction
      *> type the operator may submit (4, or "ALL ").  RAPR marks
      *> a supervisor who may approve a money-affecting change; ALL
      *> does not confer it.  When the table is absent the operator
      *> check is disabled and any approver other than the keying
      *> operator is accepted.
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
       FD  parm-registry.
       COPY PARMREG.

      *> Transaction card: type (4: RADD/RCHG/RDEL), parameter name
      *> (8, the old card's DD name), effective date (8), value (40,
      *> the card image the program reads), money flag (1: "Y"
      *> registers the parameter as money-affecting; space keeps
      *> what is registered), description (30), approver id (8),
      *> operator id (8).
       FD  parm-txn.
       01  parm-txn-line.
           05  pmtx-txn-type            PIC X(4).
               88  pmtx-add             VALUE "RADD".
               88  pmtx-change          VALUE "RCHG".
               88  pmtx-delete          VALUE "RDEL".
           05  pmtx-name                PIC X(8).
           05  pmtx-effective-date      PIC 9(8).
           05  pmtx-value               PIC X(40).
           05  pmtx-money-flag          PIC X.
               88  pmtx-money-affecting VALUE "Y".
           05  pmtx-description         PIC X(30).
           05  pmtx-approver-id         PIC X(8).
           05  pmtx-operator-id         PIC X(8).

       FD  parm-audit
           RECORDING MODE IS F.
       COPY PARMAUDT.

       FD  approval-file
           RECORDING MODE IS F.
       01  approval-record.
           05  appr-txn-type            PIC X(4).
           05  appr-name                PIC X(8).
           05  appr-effective-date      PIC 9(8).
           05  appr-old-value           PIC X(40).
           05  appr-new-value           PIC X(40).
           05  appr-operator-id         PIC X(8).
           05  appr-timestamp           PIC X(26).

       FD  busdate-card.
       01  busdate-line                 PIC X(8).

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
           05  ws-parm-registry-status  PIC XX.
           05  ws-parm-txn-status       PIC XX.
           05  ws-parm-audit-status     PIC XX.
           05  ws-approval-status       PIC XX.
           05  ws-busdate-status        PIC XX.

       01  ws-flags.
           05  no-more-txns-sw          PIC X VALUE "N".
               88  no-more-txns         VALUE "Y".
           05  registry-failed-sw       PIC X VALUE "N".
               88  registry-failed      VALUE "Y".
           05  parm-found-sw            PIC X VALUE "N".
               88  parm-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  money-affecting-sw       PIC X VALUE "N".
               88  money-affecting
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  approval-ok-sw           PIC X VALUE "N".
               88  approval-ok
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  txn-valid-sw             PIC X VALUE "Y".
               88  txn-valid
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-business-date             PIC 9(8).
       01  ws-registered-flag           PIC X.
       01  ws-before-value              PIC X(40).
       01  ws-new-flag                  PIC X.

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


       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           IF NOT registry-failed
               PERFORM 2000-PROCESS-TRANSACTIONS
                   UNTIL no-more-txns
               PERFORM 3000-FINALIZE
           END-IF
           PERFORM 9810-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-BUSDATE
           PERFORM 9600-LOAD-OPER-AUTH
           OPEN I-O parm-registry
           IF ws-parm-registry-status NOT = "00"
               DISPLAY "PARMREG WILL NOT OPEN, STATUS "
                   ws-parm-registry-status " - NO CHANGES APPLIED"
               SET registry-failed TO TRUE
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT auth-exceptions
               OPEN INPUT parm-txn
               OPEN OUTPUT parm-audit
               OPEN OUTPUT approval-file
           END-IF.

       1100-READ-BUSDATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ws-business-date
           OPEN INPUT busdate-card
           IF ws-busdate-status = "00"
               READ busdate-card
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE busdate-line TO ws-business-date
               END-READ
               CLOSE busdate-card
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           READ parm-txn
               AT END
                   SET no-more-txns TO TRUE
           END-READ
           IF NOT no-more-txns
               MOVE pmtx-operator-id TO ws-check-operator
               MOVE pmtx-txn-type TO ws-check-txn-type
               MOVE pmtx-name TO ws-check-key
               PERFORM 9650-CHECK-OPERATOR-AUTH
               IF NOT operator-ok
                   ADD 1 TO ws-txns-unauthorized
               ELSE
                   PERFORM 2040-APPLY-AUTHORIZED
               END-IF
           END-IF.

       2040-APPLY-AUTHORIZED.
           PERFORM 2100-EDIT-TRANSACTION
           IF NOT txn-valid
               ADD 1 TO ws-txns-rejected
           ELSE
               PERFORM 2060-FIND-REGISTERED-FLAG
               PERFORM 2050-LOOK-UP-PARAMETER
               PERFORM 2400-CHECK-APPROVAL
               EVALUATE TRUE
                   WHEN NOT approval-ok
                       PERFORM 2460-HOLD-FOR-APPROVAL
                   WHEN pmtx-add
                       PERFORM 2200-APPLY-ADD
                   WHEN pmtx-change
                       PERFORM 2250-APPLY-CHANGE
                   WHEN pmtx-delete
                       PERFORM 2300-APPLY-DELETE
               END-EVALUATE
           END-IF.

      *> A night already run keeps the value it ran with: nothing
      *> may be added, changed or withdrawn before tonight's date.
       2100-EDIT-TRANSACTION.
           SET txn-valid TO TRUE
           EVALUATE TRUE
               WHEN NOT pmtx-add AND NOT pmtx-change
                       AND NOT pmtx-delete
                   DISPLAY "PARMTXN UNKNOWN TYPE "
                       pmtx-txn-type " PARM " pmtx-name
                   SET txn-valid TO FALSE
               WHEN pmtx-name = SPACES
                   DISPLAY "PARMTXN NO PARAMETER NAME"
                   SET txn-valid TO FALSE
               WHEN pmtx-effective-date IS NOT NUMERIC
                   DISPLAY "PARMTXN BAD EFFECTIVE DATE " pmtx-name
                   SET txn-valid TO FALSE
               WHEN FUNCTION TEST-DATE-YYYYMMDD
                       (pmtx-effective-date) NOT = ZERO
                   DISPLAY "PARMTXN BAD EFFECTIVE DATE " pmtx-name
                       " " pmtx-effective-date
                   SET txn-valid TO FALSE
               WHEN pmtx-effective-date < ws-business-date
                   DISPLAY "PARMTXN DATED BEFORE BUSINESS DATE "
                       pmtx-name " " pmtx-effective-date
                   SET txn-valid TO FALSE
               WHEN pmtx-value = SPACES AND NOT pmtx-delete
                   DISPLAY "PARMTXN NO VALUE " pmtx-name
                       " " pmtx-effective-date
                   SET txn-valid TO FALSE
           END-EVALUATE.

       2050-LOOK-UP-PARAMETER.
           SET parm-found TO FALSE
           MOVE pmtx-name TO prm-name
           COMPUTE prm-inverse-date =
               99999999 - pmtx-effective-date
           READ parm-registry
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET parm-found TO TRUE
           END-READ.

      *> The latest-dated value on file for the name -- the first
      *> under the inverted key -- carries the flag the parameter
      *> is registered with.
       2060-FIND-REGISTERED-FLAG.
           MOVE "N" TO ws-registered-flag
           MOVE pmtx-name TO prm-name
           MOVE ZERO TO prm-inverse-date
           START parm-registry KEY IS >= prm-key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ parm-registry NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF prm-name = pmtx-name
                               MOVE prm-money-flag
                                   TO ws-registered-flag
                           END-IF
                   END-READ
           END-START
           IF pmtx-money-affecting
               MOVE "Y" TO ws-new-flag
           ELSE
               MOVE ws-registered-flag TO ws-new-flag
           END-IF.

      *> The value in force just before the card's effective date,
      *> for the before image of an add.
       2070-FIND-PRIOR-VALUE.
           MOVE SPACES TO ws-before-value
           MOVE pmtx-name TO prm-name
           COMPUTE prm-inverse-date =
               99999999 - pmtx-effective-date
           START parm-registry KEY IS > prm-key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ parm-registry NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF prm-name = pmtx-name
                               MOVE prm-value TO ws-before-value
                           END-IF
                   END-READ
           END-START.

       2200-APPLY-ADD.
           IF parm-found
               DISPLAY "RADD VALUE ALREADY ON FILE " pmtx-name
                   " " pmtx-effective-date
               ADD 1 TO ws-txns-rejected
           ELSE
               PERFORM 2070-FIND-PRIOR-VALUE
               MOVE pmtx-name TO prm-name
               COMPUTE prm-inverse-date =
                   99999999 - pmtx-effective-date
               MOVE pmtx-effective-date TO prm-effective-date
               MOVE pmtx-value TO prm-value
               MOVE ws-new-flag TO prm-money-flag
               MOVE pmtx-description TO prm-description
               PERFORM 2280-STAMP-CHANGE
               WRITE parm-registry-record
               PERFORM 2900-WRITE-AUDIT
               ADD 1 TO ws-adds-applied
           END-IF.

      *> An RCHG corrects a value not yet in force for that exact
      *> effective date; a blank description keeps the one on file.
       2250-APPLY-CHANGE.
           IF NOT parm-found
               DISPLAY "RCHG VALUE NOT ON FILE " pmtx-name
                   " " pmtx-effective-date
               ADD 1 TO ws-txns-rejected
           ELSE
               MOVE prm-value TO ws-before-value
               MOVE pmtx-value TO prm-value
               MOVE ws-new-flag TO prm-money-flag
               IF pmtx-description NOT = SPACES
                   MOVE pmtx-description TO prm-description
               END-IF
               PERFORM 2280-STAMP-CHANGE
               REWRITE parm-registry-record
               PERFORM 2900-WRITE-AUDIT
               ADD 1 TO ws-changes-applied
           END-IF.

       2280-STAMP-CHANGE.
           MOVE pmtx-operator-id TO prm-operator-id
           IF money-affecting
               MOVE pmtx-approver-id TO prm-approver-id
           ELSE
               MOVE SPACES TO prm-approver-id
           END-IF
           MOVE FUNCTION CURRENT-DATE TO prm-changed-timestamp.

      *> An RDEL withdraws a value before it comes into force; the
      *> value in force before it simply carries on.
       2300-APPLY-DELETE.
           IF NOT parm-found
               DISPLAY "RDEL VALUE NOT ON FILE " pmtx-name
                   " " pmtx-effective-date
               ADD 1 TO ws-txns-rejected
           ELSE
               MOVE prm-value TO ws-before-value
               DELETE parm-registry
               MOVE SPACES TO prm-value
               PERFORM 2900-WRITE-AUDIT
               ADD 1 TO ws-deletes-applied
           END-IF.

      *> Money-affecting when registered so or when the card marks
      *> it so -- un-marking one therefore needs approval too.  The
      *> approver must be somebody other than the keying operator
      *> and, once OPERAUTH is mounted, must hold an RAPR card.
       2400-CHECK-APPROVAL.
           SET approval-ok TO TRUE
           SET money-affecting TO FALSE
           IF ws-registered-flag = "Y" OR pmtx-money-affecting
               SET money-affecting TO TRUE
               EVALUATE TRUE
                   WHEN pmtx-approver-id = SPACES
                       SET approval-ok TO FALSE
                   WHEN pmtx-approver-id = pmtx-operator-id
                       SET approval-ok TO FALSE
                   WHEN auth-enforced
                       SET approval-ok TO FALSE
                       SET auth-idx TO 1
                       SEARCH ws-auth-tbl
                           WHEN auth-idx > ws-auth-count
                               CONTINUE
                           WHEN ws-auth-operator (auth-idx)
                                   = pmtx-approver-id
                               AND ws-auth-txn-type (auth-idx)
                                   = "RAPR"
                               SET approval-ok TO TRUE
                       END-SEARCH
               END-EVALUATE
           END-IF.

       2460-HOLD-FOR-APPROVAL.
           MOVE pmtx-txn-type TO appr-txn-type
           MOVE pmtx-name TO appr-name
           MOVE pmtx-effective-date TO appr-effective-date
           IF parm-found
               MOVE prm-value TO appr-old-value
           ELSE
               PERFORM 2070-FIND-PRIOR-VALUE
               MOVE ws-before-value TO appr-old-value
           END-IF
           MOVE pmtx-value TO appr-new-value
           MOVE pmtx-operator-id TO appr-operator-id
           MOVE FUNCTION CURRENT-DATE TO appr-timestamp
           WRITE approval-record
           DISPLAY "PARMTXN HELD FOR APPROVAL " pmtx-name
               " " pmtx-effective-date
           ADD 1 TO ws-held-for-approval.

       2900-WRITE-AUDIT.
           MOVE pmtx-name TO pmaud-name
           MOVE pmtx-effective-date TO pmaud-effective-date
           MOVE FUNCTION CURRENT-DATE TO pmaud-timestamp
           MOVE pmtx-txn-type TO pmaud-txn-type
           MOVE ws-before-value TO pmaud-before-value
           MOVE prm-value TO pmaud-after-value
           MOVE ws-new-flag TO pmaud-money-flag
           MOVE pmtx-operator-id TO pmaud-operator-id
           IF money-affecting
               MOVE pmtx-approver-id TO pmaud-approver-id
           ELSE
               MOVE SPACES TO pmaud-approver-id
           END-IF
           WRITE parm-audit-record.

       3000-FINALIZE.
           CLOSE parm-registry, parm-txn, parm-audit,
               approval-file, auth-exceptions
           DISPLAY "PARAMETER MAINTENANCE RUN COMPLETE"
           DISPLAY "  BUSINESS DATE:      " ws-business-date
           DISPLAY "  ADDS APPLIED:       " ws-adds-applied
           DISPLAY "  CHANGES APPLIED:    " ws-changes-applied
           DISPLAY "  DELETES APPLIED:    " ws-deletes-applied
           DISPLAY "  HELD FOR APPROVAL:  " ws-held-for-approval
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
           MOVE "PARMMNT" TO stp-step-name
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
                   STRING "PARMMNT " ws-check-txn-type
                       " BY " ws-check-operator
                       " KEY " ws-check-key
                       " - NOT AUTHORIZED"
                       DELIMITED BY SIZE
                       INTO auth-exception-line
                   WRITE auth-exception-line
               END-IF
           END-IF.
