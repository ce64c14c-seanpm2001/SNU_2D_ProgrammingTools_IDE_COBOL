       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-TRACK-V1.
      *> Item-level dispute maintenance and the nightly aged
      *> open-dispute report.  A collections hold stops a whole
      *> account; a dispute is usually about one charge, and the
      *> rest of the balance should keep aging and dunning as
      *> normal.  This run applies DISPTXN cards against DISPCASE,
      *> one case per OPENITEM charge --
      *>   DOPN - open a case on a charge: reason and owner;
      *>   DREL - resolve it by releasing the charge back into
      *>          normal aging;
      *>   DCRD - resolve it by crediting the customer: an ADJ
      *>          credit through CUSTLEDG for the agreed amount
      *>          (zero on the card credits the whole open amount),
      *>          cust-balance brought down with it;
      *> -- and flags or clears the charge on OPENITEM as it goes,
      *> so the finance-charge, aging and dunning steps that follow
      *> tonight already see the change.  The open-item build
      *> carries the flag forward from the case file every night
      *> after.  It then sweeps the case file and prints every case
      *> still open with its age since opening, flagging those past
      *> the DISPPARM limit (default 30 days) as overdue, so a case
      *> cannot sit on a desk forever.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT dispute-file ASSIGN TO "DISPCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dsp-key
               FILE STATUS IS ws-dispute-status.

      *> Transaction card: type (4: DOPN/DREL/DCRD), cust-key (10),
      *> charge posting date (8) and sequence (5) as OPENITEM
      *> carries them, reason (20, DOPN), owner (8, DOPN),
      *> resolution (20, DREL/DCRD), credit amount (9 digits, 7V99,
      *> DCRD), operator id (8).
           SELECT dispute-txn ASSIGN TO "DISPTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-dispute-txn-status.

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

           SELECT customer-ledger ASSIGN TO "CUSTLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ledg-key
               FILE STATUS IS ws-ledger-status.

      *> As-of business date, eight digits.  Defaults to today.
           SELECT asof-parm ASSIGN TO "ASOFDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-asof-status.

      *> Run-parameter registry: the settings that used to come
      *> off one-off control cards, looked up under the card's old
      *> name for the value in force on the run date.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

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

      *> CUSTMAST run-interlock token and the operator override
      *> card that breaks a token a crashed run left held.
           SELECT custmast-lock ASSIGN TO "CUSTLOCK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-custmast-lock-status.

           SELECT lock-override ASSIGN TO "LOCKOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-lock-override-status.

      *> CUSTMAST after-image change journal -- see CUSTJRNL.
           SELECT cust-journal ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-cust-journal-status.

       DATA DIVISION.
       FILE SECTION.
       FD  dispute-file.
       COPY DISPCASE.

       FD  dispute-txn.
       01  dispute-txn-line.
           05  dtx-txn-type             PIC X(4).
               88  dtx-open-case        VALUE "DOPN".
               88  dtx-release-case     VALUE "DREL".
               88  dtx-credit-case      VALUE "DCRD".
           05  dtx-cust-key             PIC X(10).
           05  dtx-posting-date         PIC 9(8).
           05  dtx-item-seq             PIC 9(5).
           05  dtx-reason               PIC X(20).
           05  dtx-owner                PIC X(8).
           05  dtx-resolution           PIC X(20).
           05  dtx-credit-amount        PIC 9(7)V99.
           05  dtx-operator-id          PIC X(8).

       FD  open-item-file.
       COPY OPENITEM.

       FD  customer-file.
       COPY CUSTREC.

       FD  customer-ledger.
       COPY CUSTLEDG.

       FD  asof-parm.
       01  asof-parm-line             PIC X(8).

       FD  parm-registry.
       COPY PARMREG.

       FD  report-out.
       01  report-line                PIC X(80).

       FD  oper-auth.
       01  oper-auth-card.
           05  oau-operator-id          PIC X(8).
           05  oau-txn-type             PIC X(4).

       FD  auth-exceptions.
       01  auth-exception-line          PIC X(60).

       FD  step-timing
           RECORDING MODE IS F.
       COPY STEPTIME.

       FD  custmast-lock
           RECORDING MODE IS F.
       COPY CUSTLOCK.

      *> Override card: the word OVERRIDE, columns 1-8.
       FD  lock-override.
       01  lock-override-line          PIC X(8).

       FD  cust-journal
           RECORDING MODE IS F.
       COPY CUSTJRNL.

       WORKING-STORAGE SECTION.
       01  ws-custmast-lock-status    PIC XX.
       01  ws-lock-override-status    PIC XX.
       01  ws-cust-journal-status     PIC XX.
       01  lock-override-sw           PIC X VALUE "N".
           88  lock-override-given    VALUE "Y".
       01  ws-step-timing-status      PIC XX.
       01  ws-file-status.
           05  ws-dispute-status        PIC XX.
           05  ws-dispute-txn-status    PIC XX.
           05  ws-open-item-status      PIC XX.
           05  ws-customer-status       PIC XX.
           05  ws-ledger-status         PIC XX.
           05  ws-asof-status           PIC XX.
           05  ws-report-out-status     PIC XX.

       01  ws-flags.
           05  no-more-txns-sw          PIC X VALUE "N".
               88  no-more-txns         VALUE "Y".
           05  no-more-cases-sw         PIC X VALUE "N".
               88  no-more-cases        VALUE "Y".
           05  case-found-sw            PIC X VALUE "N".
               88  case-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  item-found-sw            PIC X VALUE "N".
               88  item-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  cust-found-sw            PIC X VALUE "N".
               88  cust-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-asof-date                PIC 9(8).
       01  ws-asof-integer             PIC 9(9).
       01  ws-open-integer             PIC 9(9).
       01  ws-case-age                 PIC S9(9).
       01  ws-max-open-days            PIC 9(3) VALUE 30.
       01  ws-credit-amount            PIC 9(7)V99.
       01  ws-ledg-seq-ctr             PIC 9(5) VALUE ZERO.

       01  ws-run-totals.
           05  ws-cases-opened          PIC 9(7) VALUE ZERO.
           05  ws-cases-released        PIC 9(7) VALUE ZERO.
           05  ws-cases-credited        PIC 9(7) VALUE ZERO.
           05  ws-credit-total          PIC 9(9)V99 VALUE ZERO.
           05  ws-txns-rejected         PIC 9(7) VALUE ZERO.
           05  ws-txns-unauthorized     PIC 9(7) VALUE ZERO.
           05  ws-cases-still-open      PIC 9(7) VALUE ZERO.
           05  ws-cases-overdue         PIC 9(7) VALUE ZERO.
           05  ws-open-disputed-total   PIC 9(9)V99 VALUE ZERO.

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

       01  ws-case-line.
           05  ws-cl-cust-key           PIC X(10).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  ws-cl-posting-date       PIC 9(8).
           05  FILLER                   PIC X(1) VALUE "/".
           05  ws-cl-item-seq           PIC 9(5).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  ws-cl-owner              PIC X(8).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  ws-cl-reason             PIC X(15).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  ws-cl-amount             PIC ZZZ,ZZ9.99.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  ws-cl-age                PIC ZZZ9.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  ws-cl-overdue            PIC X(7).
           05  FILLER                   PIC X(6) VALUE SPACES.

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

      *> DISPPARM, off the run-parameter registry.
      *> Days a case may stay open before the report flags it
      *> overdue, three digits.  Defaults to 30.
       01  dispute-parm-line          PIC 9(3).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL no-more-txns
           PERFORM 2500-POSITION-TO-START
           PERFORM 3000-REPORT-OPEN-CASES
               UNTIL no-more-cases
           PERFORM 4000-FINALIZE
           PERFORM 9790-RELEASE-CUSTMAST-LOCK
           PERFORM 9810-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9700-CLAIM-CUSTMAST-LOCK
           PERFORM 9600-LOAD-OPER-AUTH
           PERFORM 1100-READ-ASOF-PARM
           PERFORM 1150-READ-DISPUTE-PARM
           OPEN OUTPUT auth-exceptions
           OPEN I-O dispute-file
           IF ws-dispute-status NOT = "00"
               OPEN OUTPUT dispute-file
               CLOSE dispute-file
               OPEN I-O dispute-file
           END-IF
           OPEN INPUT dispute-txn
           OPEN I-O open-item-file
           OPEN I-O customer-file
           PERFORM 9500-OPEN-CUST-JOURNAL
           OPEN I-O customer-ledger
           OPEN OUTPUT report-out
           MOVE "OPEN DISPUTES - AGED CASE REPORT" TO report-line
           WRITE report-line
           MOVE "CUSTOMER   CHARGE         OWNER    REASON"
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
           END-IF
           COMPUTE ws-asof-integer =
               FUNCTION INTEGER-OF-DATE (ws-asof-date).

       1150-READ-DISPUTE-PARM.
           MOVE ws-asof-date TO ws-parm-as-of
           MOVE "DISPPARM" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value (1:3) TO dispute-parm-line
               IF dispute-parm-line IS NUMERIC
                   AND dispute-parm-line > ZERO
                   MOVE dispute-parm-line
                       TO ws-max-open-days
               END-IF
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           READ dispute-txn
               AT END
                   SET no-more-txns TO TRUE
           END-READ
           IF NOT no-more-txns
               PERFORM 2100-APPLY-DISPUTE-TXN
           END-IF.

       2100-APPLY-DISPUTE-TXN.
           MOVE dtx-operator-id TO ws-check-operator
           MOVE dtx-txn-type TO ws-check-txn-type
           MOVE dtx-cust-key TO ws-check-key
           PERFORM 9650-CHECK-OPERATOR-AUTH
           IF NOT operator-ok
               ADD 1 TO ws-txns-unauthorized
           ELSE
               PERFORM 2150-LOOK-UP-CASE
               EVALUATE TRUE
                   WHEN dtx-open-case
                       PERFORM 2200-OPEN-CASE
                   WHEN dtx-release-case
                       PERFORM 2300-RELEASE-CASE
                   WHEN dtx-credit-case
                       PERFORM 2400-CREDIT-CASE
                   WHEN OTHER
                       DISPLAY "DISPTXN UNKNOWN TYPE "
                           dtx-txn-type " " dtx-cust-key
                       ADD 1 TO ws-txns-rejected
               END-EVALUATE
           END-IF.

      *> Case, open item and customer for the card, all by key.
       2150-LOOK-UP-CASE.
           SET case-found TO FALSE
           MOVE dtx-cust-key TO dsp-cust-key
           MOVE dtx-posting-date TO dsp-posting-date
           MOVE dtx-item-seq TO dsp-item-seq
           READ dispute-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET case-found TO TRUE
           END-READ
           SET item-found TO FALSE
           MOVE dtx-cust-key TO oi-cust-key
           MOVE dtx-posting-date TO oi-posting-date
           MOVE dtx-item-seq TO oi-seq
           READ open-item-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET item-found TO TRUE
           END-READ
           SET cust-found TO FALSE
           MOVE dtx-cust-key TO cust-key
           READ customer-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET cust-found TO TRUE
           END-READ.

      *> Only a charge still carrying an open amount can be
      *> disputed.  A released case may be reopened on the same
      *> charge; a credited one is closed for good -- a further
      *> complaint about what is left is a new conversation, not
      *> this case.
       2200-OPEN-CASE.
           IF NOT item-found
               DISPLAY "DOPN CHARGE NOT OPEN " dtx-cust-key
                   " " dtx-posting-date " " dtx-item-seq
               ADD 1 TO ws-txns-rejected
           ELSE
               IF NOT cust-found OR cust-merged-away
                   DISPLAY "DOPN CUSTOMER NOT ACTIVE " dtx-cust-key
                   ADD 1 TO ws-txns-rejected
               ELSE
                   IF case-found AND NOT dsp-released
                       DISPLAY "DOPN CASE ALREADY OPEN OR CREDITED "
                           dtx-cust-key " " dtx-posting-date
                           " " dtx-item-seq
                       ADD 1 TO ws-txns-rejected
                   ELSE
                       PERFORM 2250-WRITE-OPEN-CASE
                   END-IF
               END-IF
           END-IF.

       2250-WRITE-OPEN-CASE.
           MOVE dtx-cust-key TO dsp-cust-key
           MOVE dtx-posting-date TO dsp-posting-date
           MOVE dtx-item-seq TO dsp-item-seq
           SET dsp-open TO TRUE
           MOVE dtx-reason TO dsp-reason
           MOVE dtx-owner TO dsp-owner
           MOVE ws-asof-date TO dsp-open-date
           MOVE oi-open-amount TO dsp-disputed-amount
           MOVE dtx-operator-id TO dsp-opened-by
           MOVE ZERO TO dsp-resolve-date
           MOVE SPACES TO dsp-resolution
           MOVE ZERO TO dsp-credit-amount
           MOVE SPACES TO dsp-credit-stamp
           MOVE SPACES TO dsp-resolved-by
           IF case-found
               REWRITE dispute-case-record
           ELSE
               WRITE dispute-case-record
           END-IF
           SET oi-disputed TO TRUE
           REWRITE open-item-record
           ADD 1 TO ws-cases-opened.

      *> The charge may have been paid off since the case opened,
      *> in which case there is no open item left to clear.
       2300-RELEASE-CASE.
           IF NOT case-found OR NOT dsp-open
               DISPLAY "DREL NO OPEN CASE " dtx-cust-key
                   " " dtx-posting-date " " dtx-item-seq
               ADD 1 TO ws-txns-rejected
           ELSE
               SET dsp-released TO TRUE
               MOVE ws-asof-date TO dsp-resolve-date
               MOVE dtx-resolution TO dsp-resolution
               MOVE dtx-operator-id TO dsp-resolved-by
               REWRITE dispute-case-record
               IF item-found
                   SET oi-undisputed TO TRUE
                   REWRITE open-item-record
               END-IF
               ADD 1 TO ws-cases-released
           END-IF.

      *> The credit can be no more than the charge still carries,
      *> nor more than the balance it comes off.  The ledger
      *> entry's timestamp goes on the case so the open-item build
      *> applies this credit to this charge.
       2400-CREDIT-CASE.
           IF NOT case-found OR NOT dsp-open
               DISPLAY "DCRD NO OPEN CASE " dtx-cust-key
                   " " dtx-posting-date " " dtx-item-seq
               ADD 1 TO ws-txns-rejected
           ELSE
               IF NOT item-found OR NOT cust-found
                   OR cust-merged-away
                   DISPLAY "DCRD CHARGE OR CUSTOMER GONE "
                       dtx-cust-key " " dtx-posting-date
                       " " dtx-item-seq
                   ADD 1 TO ws-txns-rejected
               ELSE
                   IF dtx-credit-amount = ZERO
                       MOVE oi-open-amount TO ws-credit-amount
                   ELSE
                       MOVE dtx-credit-amount TO ws-credit-amount
                   END-IF
                   IF ws-credit-amount > oi-open-amount
                       OR ws-credit-amount > cust-balance
                       DISPLAY "DCRD CREDIT EXCEEDS CHARGE/BALANCE "
                           dtx-cust-key " " dtx-posting-date
                           " " dtx-item-seq
                       ADD 1 TO ws-txns-rejected
                   ELSE
                       PERFORM 2420-POST-CASE-CREDIT
                   END-IF
               END-IF
           END-IF.

       2420-POST-CASE-CREDIT.
           SUBTRACT ws-credit-amount FROM cust-balance
           REWRITE customer-record
           PERFORM 9510-JOURNAL-CUSTOMER
           PERFORM 2450-WRITE-LEDGER-CREDIT
           SET dsp-credited TO TRUE
           MOVE ws-asof-date TO dsp-resolve-date
           MOVE dtx-resolution TO dsp-resolution
           MOVE ws-credit-amount TO dsp-credit-amount
           MOVE ledg-timestamp TO dsp-credit-stamp
           MOVE dtx-operator-id TO dsp-resolved-by
           REWRITE dispute-case-record
           SUBTRACT ws-credit-amount FROM oi-open-amount
           IF oi-open-amount = ZERO
               DELETE open-item-file RECORD
           ELSE
               SET oi-undisputed TO TRUE
               REWRITE open-item-record
           END-IF
           ADD 1 TO ws-cases-credited
           ADD ws-credit-amount TO ws-credit-total.

      *> One ADJ credit per credited case, keyed on the as-of
      *> date.  The nightly journal step carries it to the
      *> adjustments account; the statement run prints it as its
      *> own line.  Sequence collisions with other writers bump the
      *> way the other posting programs do.
       2450-WRITE-LEDGER-CREDIT.
           ADD 1 TO ws-ledg-seq-ctr
           MOVE cust-key        TO ledg-cust-key
           MOVE ws-asof-date    TO ledg-date
           MOVE ws-ledg-seq-ctr TO ledg-seq
           SET ledg-adjustment-txn TO TRUE
           SET ledg-credit      TO TRUE
           MOVE ws-credit-amount TO ledg-amount
           MOVE cust-balance    TO ledg-balance-after
           MOVE FUNCTION CURRENT-DATE TO ledg-timestamp
           MOVE ZERO            TO ledg-tax-amount
           MOVE ws-asof-date    TO ledg-posting-date
           MOVE SPACES          TO ledg-tender-type
           MOVE ZERO            TO ledg-charges-forward
           WRITE customer-ledger-record
               INVALID KEY
                   ADD 1 TO ws-ledg-seq-ctr
                   MOVE ws-ledg-seq-ctr TO ledg-seq
                   PERFORM 2460-RETRY-LEDGER-WRITE
                       UNTIL ws-ledger-status NOT = "22"
           END-WRITE.

       2460-RETRY-LEDGER-WRITE.
           WRITE customer-ledger-record
               INVALID KEY
                   ADD 1 TO ws-ledg-seq-ctr
                   MOVE ws-ledg-seq-ctr TO ledg-seq
           END-WRITE.

      *> The keyed transaction reads left the file position behind;
      *> reposition before the report sweep.
       2500-POSITION-TO-START.
           MOVE LOW-VALUES TO dsp-key
           START dispute-file KEY IS >= dsp-key
               INVALID KEY
                   SET no-more-cases TO TRUE
           END-START.

      *> Every case still open, aged from the day it was opened;
      *> past the DISPPARM limit it is flagged for the owner's
      *> manager.
       3000-REPORT-OPEN-CASES.
           READ dispute-file NEXT RECORD
               AT END
                   SET no-more-cases TO TRUE
           END-READ
           IF NOT no-more-cases
               IF dsp-open
                   COMPUTE ws-open-integer =
                       FUNCTION INTEGER-OF-DATE (dsp-open-date)
                   COMPUTE ws-case-age =
                       ws-asof-integer - ws-open-integer
                   MOVE SPACES TO ws-cl-overdue
                   MOVE dsp-cust-key TO ws-cl-cust-key
                   MOVE dsp-posting-date TO ws-cl-posting-date
                   MOVE dsp-item-seq TO ws-cl-item-seq
                   MOVE dsp-owner TO ws-cl-owner
                   MOVE dsp-reason TO ws-cl-reason
                   MOVE dsp-disputed-amount TO ws-cl-amount
                   MOVE ws-case-age TO ws-cl-age
                   IF ws-case-age > ws-max-open-days
                       MOVE "OVERDUE" TO ws-cl-overdue
                       ADD 1 TO ws-cases-overdue
                   END-IF
                   MOVE ws-case-line TO report-line
                   WRITE report-line
                   ADD 1 TO ws-cases-still-open
                   ADD dsp-disputed-amount TO ws-open-disputed-total
               END-IF
           END-IF.

       4000-FINALIZE.
           PERFORM 9590-CLOSE-CUST-JOURNAL
           CLOSE dispute-file, dispute-txn, open-item-file,
               customer-file, customer-ledger, auth-exceptions,
               report-out
           DISPLAY "DISPUTE TRACKING RUN COMPLETE"
           DISPLAY "  CASES OPENED:      " ws-cases-opened
           DISPLAY "  CASES RELEASED:    " ws-cases-released
           DISPLAY "  CASES CREDITED:    " ws-cases-credited
           DISPLAY "  TOTAL CREDITED:    " ws-credit-total
           DISPLAY "  REJECTED:          " ws-txns-rejected
           DISPLAY "  UNAUTHORIZED:      " ws-txns-unauthorized
           DISPLAY "  CASES STILL OPEN:  " ws-cases-still-open
           DISPLAY "  OVERDUE CASES:     " ws-cases-overdue
           DISPLAY "  AMOUNT IN DISPUTE: " ws-open-disputed-total.

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
           MOVE "DISPTRK" TO stp-step-name
           MOVE FUNCTION CURRENT-DATE TO stp-timestamp
           WRITE step-timing-record
           CLOSE step-timing.

      *> CUSTMAST after-image journal -- see CUSTJRNL.  Opened
      *> with the master and bracketed by a start and an end marker
      *> under this step's name; every change to customer-record
      *> is appended as the record stands after it, so the nightly
      *> image plus the journal can rebuild the master to the end
      *> of any step.  EXTEND with the first-run OUTPUT fallback.
       9500-OPEN-CUST-JOURNAL.
           OPEN EXTEND cust-journal
           IF ws-cust-journal-status NOT = "00"
               OPEN OUTPUT cust-journal
           END-IF
           SET cjr-step-start TO TRUE
           PERFORM 9540-JOURNAL-MARKER.

       9510-JOURNAL-CUSTOMER.
           SET cjr-record-changed TO TRUE
           PERFORM 9550-WRITE-JOURNAL.

       9540-JOURNAL-MARKER.
           MOVE SPACES TO cjr-cust-key
           MOVE SPACES TO cjr-after-image
           PERFORM 9560-STAMP-JOURNAL.

       9550-WRITE-JOURNAL.
           MOVE cust-key TO cjr-cust-key
           MOVE customer-record TO cjr-after-image
           PERFORM 9560-STAMP-JOURNAL.

       9560-STAMP-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO cjr-timestamp
           MOVE "DISPTRK" TO cjr-step-name
           WRITE cust-journal-record.

       9590-CLOSE-CUST-JOURNAL.
           SET cjr-step-end TO TRUE
           PERFORM 9540-JOURNAL-MARKER
           CLOSE cust-journal.

      *> CUSTMAST run interlock -- see CUSTLOCK.  Claimed before
      *> anything else touches the master, released only at clean
      *> end of job so a crash leaves the token held for the
      *> operator to inspect.  Another updater's held token refuses
      *> this run with RETURN-CODE 12 unless the operator supplied
      *> the LOCKOVRD card for crash recovery.
       9700-CLAIM-CUSTMAST-LOCK.
           PERFORM 9750-READ-LOCK-OVERRIDE
           OPEN I-O custmast-lock
           IF ws-custmast-lock-status NOT = "00"
               OPEN OUTPUT custmast-lock
               MOVE SPACES TO lock-holder
               SET lock-released TO TRUE
               MOVE SPACES TO lock-timestamp
               WRITE custmast-lock-record
               CLOSE custmast-lock
               OPEN I-O custmast-lock
           END-IF
           READ custmast-lock
               AT END
                   MOVE SPACES TO lock-holder
                   SET lock-released TO TRUE
           END-READ
           IF lock-held AND NOT lock-override-given
               DISPLAY "CUSTMAST LOCKED BY " lock-holder
                   " SINCE " lock-timestamp " - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
               CLOSE custmast-lock
               STOP RUN
           END-IF
           IF lock-held AND lock-override-given
               DISPLAY "CUSTMAST LOCK HELD BY " lock-holder
                   " BROKEN BY OPERATOR OVERRIDE"
           END-IF
           MOVE "DISPTRK" TO lock-holder
           SET lock-held TO TRUE
           MOVE FUNCTION CURRENT-DATE TO lock-timestamp
           REWRITE custmast-lock-record
           CLOSE custmast-lock.

       9750-READ-LOCK-OVERRIDE.
           OPEN INPUT lock-override
           IF ws-lock-override-status = "00"
               READ lock-override
                   AT END
                       CONTINUE
                   NOT AT END
                       IF lock-override-line = "OVERRIDE"
                           SET lock-override-given TO TRUE
                       END-IF
               END-READ
               CLOSE lock-override
           END-IF.

      *> Released only when this run still holds it -- an operator
      *> override mid-crash-recovery must not be un-done by the
      *> crashed run's stale release.
       9790-RELEASE-CUSTMAST-LOCK.
           OPEN I-O custmast-lock
           IF ws-custmast-lock-status = "00"
               READ custmast-lock
                   AT END
                       CONTINUE
                   NOT AT END
                       IF lock-holder = "DISPTRK"
                           SET lock-released TO TRUE
                           MOVE FUNCTION CURRENT-DATE
                               TO lock-timestamp
                           REWRITE custmast-lock-record
                       END-IF
               END-READ
               CLOSE custmast-lock
           END-IF.

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
                   STRING "DISPTRK " ws-check-txn-type
                       " BY " ws-check-operator
                       " KEY " ws-check-key
                       " - NOT AUTHORIZED"
                       DELIMITED BY SIZE
                       INTO auth-exception-line
                   WRITE auth-exception-line
               END-IF
           END-IF.
