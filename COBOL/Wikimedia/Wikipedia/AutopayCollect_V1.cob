       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOPAY-COLLECT-V1.
      *> Nightly autopay direct-debit collection.  Walks the
      *> MANDATE file and, for every mandate live on the as-of date
      *> whose debit day it is, debits the balance on the
      *> customer's latest statement (STMTBAL) -- in full, or the
      *> minimum payment on it at the APPARM rate -- onto tonight's
      *> BANKDEBT generation for the bank.  A statement is debited
      *> once: the mandate carries the statement date last
      *> collected.  The debit is never more than the account still
      *> owes, so a customer who paid by hand since the statement
      *> is not charged twice.
      *>
      *> Skipped, and listed on the run report with the reason:
      *> a merged-away tombstone or a key no longer on the master,
      *> an account with an open dispute case on any charge -- a
      *> customer arguing a bill is not debited for it -- and an
      *> account with no statement yet or nothing owing.  A
      *> skipped account is not retried until its next debit day.
      *>
      *> The money itself arrives on the bank's outcome file, which
      *> the autopay return run turns into payments for cash
      *> application.

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

           SELECT stmt-balance-file ASSIGN TO "STMTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS stb-cust-key
               FILE STATUS IS ws-stmt-balance-status.

           SELECT customer-file ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cust-key
               FILE STATUS IS ws-customer-status.

           SELECT dispute-file ASSIGN TO "DISPCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dsp-key
               FILE STATUS IS ws-dispute-status.

      *> Tonight's outbound collection file, a generation per
      *> night.
           SELECT bank-debit-file ASSIGN TO "BANKDEBT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-bank-debit-status.

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

      *> Shared step-timing log; a start and an end stamp per run
      *> feed the weekly batch-window trend report.
           SELECT step-timing ASSIGN TO "STEPTIME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-step-timing-status.

       DATA DIVISION.
       FILE SECTION.
       FD  mandate-file.
       COPY MANDATE.

       FD  stmt-balance-file.
       COPY STMTBAL.

       FD  customer-file.
       COPY CUSTREC.

       FD  dispute-file.
       COPY DISPCASE.

       FD  bank-debit-file
           RECORDING MODE IS F.
       COPY BANKDEBT.

       FD  asof-parm.
       01  asof-parm-line             PIC X(8).

       FD  parm-registry.
       COPY PARMREG.

       FD  report-out.
       01  report-line                PIC X(80).

       FD  step-timing
           RECORDING MODE IS F.
       COPY STEPTIME.

       WORKING-STORAGE SECTION.
       01  ws-step-timing-status      PIC XX.
       01  ws-file-status.
           05  ws-mandate-status       PIC XX.
           05  ws-stmt-balance-status  PIC XX.
           05  ws-customer-status      PIC XX.
           05  ws-dispute-status       PIC XX.
           05  ws-bank-debit-status    PIC XX.
           05  ws-asof-status          PIC XX.
           05  ws-report-out-status    PIC XX.

       01  ws-flags.
           05  no-more-mandates-sw     PIC X VALUE "N".
               88  no-more-mandates    VALUE "Y".
           05  dispute-file-open-sw    PIC X VALUE "N".
               88  dispute-file-open   VALUE "Y".
           05  stmt-balance-open-sw    PIC X VALUE "N".
               88  stmt-balance-open   VALUE "Y".
           05  no-more-cases-sw        PIC X VALUE "N".
               88  no-more-cases
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  open-dispute-sw         PIC X VALUE "N".
               88  open-dispute
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  debit-day-sw            PIC X VALUE "N".
               88  debit-day
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-asof-date                PIC 9(8).
       01  ws-asof-parts REDEFINES ws-asof-date.
           05  ws-asof-yyyymm          PIC 9(6).
           05  ws-asof-day             PIC 9(2).
       01  ws-asof-integer             PIC 9(9).
       01  ws-tomorrow-date            PIC 9(8).
       01  ws-tomorrow-parts REDEFINES ws-tomorrow-date.
           05  ws-tomorrow-yyyymm      PIC 9(6).
           05  ws-tomorrow-day         PIC 9(2).
       01  ws-minimum-pct              PIC 9(3) VALUE 5.
       01  ws-minimum-floor            PIC 9(5)V99 VALUE 25.00.
       01  ws-debit-amount             PIC 9(7)V99.
       01  ws-skip-reason              PIC X(24).

       01  ws-run-totals.
           05  ws-mandates-read        PIC 9(7) VALUE ZERO.
           05  ws-mandates-due         PIC 9(7) VALUE ZERO.
           05  ws-debits-written       PIC 9(7) VALUE ZERO.
           05  ws-debits-skipped       PIC 9(7) VALUE ZERO.
           05  ws-debit-total          PIC 9(11)V99 VALUE ZERO.

       01  ws-debit-line.
           05  ws-dbl-cust-key         PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dbl-stmt-date        PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dbl-option           PIC X.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dbl-stmt-balance     PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dbl-amount           PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dbl-note             PIC X(24).
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

      *> APPARM, off the run-parameter registry.
      *> Minimum-payment card: percent of the statement balance
      *> (3 digits, columns 1-3) and the floor amount (7 digits,
      *> 5V99, columns 4-10).  Defaults to 5 percent, floor 25.00.
       01  autopay-parm-card.
           05  app-minimum-pct        PIC 9(3).
           05  app-minimum-floor      PIC 9(5)V99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MANDATES
               UNTIL no-more-mandates
           PERFORM 3000-FINALIZE
           PERFORM 9810-LOG-STEP-END
           STOP RUN.

      *> A missing case file just means no disputes yet, and a
      *> missing statement-balance file no statements yet.
       1000-INITIALIZE.
           PERFORM 1100-READ-ASOF-PARM
           PERFORM 1150-READ-AUTOPAY-PARM
           OPEN I-O mandate-file
           IF ws-mandate-status NOT = "00"
               OPEN OUTPUT mandate-file
               CLOSE mandate-file
               OPEN I-O mandate-file
           END-IF
           OPEN INPUT stmt-balance-file
           IF ws-stmt-balance-status = "00"
               SET stmt-balance-open TO TRUE
           END-IF
           OPEN INPUT customer-file
           OPEN INPUT dispute-file
           IF ws-dispute-status = "00"
               SET dispute-file-open TO TRUE
           END-IF
           OPEN OUTPUT bank-debit-file
           OPEN OUTPUT report-out
           MOVE SPACES TO report-line
           STRING "AUTOPAY DIRECT-DEBIT COLLECTION FOR "
               ws-asof-date
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE "CUSTOMER    STATEMENT  O   STMT BAL       DEBIT"
               TO report-line
           WRITE report-line.

      *> Tomorrow's date tells the run whether tonight is the last
      *> day of the month, when every mandate whose debit day the
      *> month is too short for falls due.
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
               FUNCTION INTEGER-OF-DATE (ws-asof-date)
           COMPUTE ws-tomorrow-date =
               FUNCTION DATE-OF-INTEGER (ws-asof-integer + 1).

       1150-READ-AUTOPAY-PARM.
           MOVE ws-asof-date TO ws-parm-as-of
           MOVE "APPARM" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO autopay-parm-card
               IF app-minimum-pct IS NUMERIC
                   AND app-minimum-pct > ZERO
                   MOVE app-minimum-pct TO ws-minimum-pct
               END-IF
               IF app-minimum-floor IS NUMERIC
                   MOVE app-minimum-floor
                       TO ws-minimum-floor
               END-IF
           END-IF.

       2000-PROCESS-MANDATES.
           READ mandate-file NEXT RECORD
               AT END
                   SET no-more-mandates TO TRUE
           END-READ
           IF NOT no-more-mandates
               ADD 1 TO ws-mandates-read
               PERFORM 2050-CHECK-DEBIT-DAY
               IF mnd-start-date <= ws-asof-date
                   AND (mnd-not-cancelled
                       OR mnd-cancel-date > ws-asof-date)
                   AND debit-day
                   ADD 1 TO ws-mandates-due
                   PERFORM 2100-COLLECT-ONE-MANDATE
               END-IF
           END-IF.

       2050-CHECK-DEBIT-DAY.
           SET debit-day TO FALSE
           IF mnd-debit-day = ws-asof-day
               SET debit-day TO TRUE
           END-IF
           IF ws-tomorrow-day = 1
               AND mnd-debit-day > ws-asof-day
               SET debit-day TO TRUE
           END-IF.

      *> Each check either leaves the skip reason blank or names
      *> why this mandate is not debited tonight.
       2100-COLLECT-ONE-MANDATE.
           MOVE SPACES TO ws-skip-reason
           MOVE ZERO TO ws-debit-amount
           MOVE mnd-cust-key TO cust-key
           READ customer-file
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO ws-skip-reason
           END-READ
           IF ws-skip-reason = SPACES
               AND cust-merged-away
               MOVE "MERGED-AWAY ACCOUNT" TO ws-skip-reason
           END-IF
           IF ws-skip-reason = SPACES
               PERFORM 2150-CHECK-OPEN-DISPUTE
               IF open-dispute
                   MOVE "OPEN DISPUTE" TO ws-skip-reason
               END-IF
           END-IF
           IF ws-skip-reason = SPACES
               AND NOT stmt-balance-open
               MOVE "NO STATEMENT YET" TO ws-skip-reason
           END-IF
           IF ws-skip-reason = SPACES
               MOVE mnd-cust-key TO stb-cust-key
               READ stmt-balance-file
                   INVALID KEY
                       MOVE "NO STATEMENT YET" TO ws-skip-reason
               END-READ
           END-IF
           IF ws-skip-reason = SPACES
               AND stb-stmt-date <= mnd-last-stmt-date
               MOVE "STATEMENT ALREADY DEBITED" TO ws-skip-reason
           END-IF
           IF ws-skip-reason = SPACES
               PERFORM 2200-FIGURE-DEBIT-AMOUNT
               IF ws-debit-amount = ZERO
                   MOVE "NOTHING OWING" TO ws-skip-reason
               END-IF
           END-IF
           IF ws-skip-reason = SPACES
               PERFORM 2300-WRITE-BANK-DEBIT
           ELSE
               ADD 1 TO ws-debits-skipped
           END-IF
           PERFORM 2400-PRINT-DEBIT-LINE.

       2150-CHECK-OPEN-DISPUTE.
           SET open-dispute TO FALSE
           IF dispute-file-open
               SET no-more-cases TO FALSE
               MOVE mnd-cust-key TO dsp-cust-key
               MOVE ZERO TO dsp-posting-date
               MOVE ZERO TO dsp-item-seq
               START dispute-file KEY IS >= dsp-key
                   INVALID KEY
                       SET no-more-cases TO TRUE
               END-START
               PERFORM UNTIL no-more-cases OR open-dispute
                   READ dispute-file NEXT RECORD
                       AT END
                           SET no-more-cases TO TRUE
                   END-READ
                   IF NOT no-more-cases
                       IF dsp-cust-key NOT = mnd-cust-key
                           SET no-more-cases TO TRUE
                       ELSE
                           IF dsp-open
                               SET open-dispute TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *> Minimum is the APPARM percent of the statement balance,
      *> never under the floor and never over the balance itself.
      *> Either way the debit stops at what the account owes
      *> tonight.
       2200-FIGURE-DEBIT-AMOUNT.
           IF mnd-pay-minimum
               COMPUTE ws-debit-amount ROUNDED =
                   stb-ending-balance * ws-minimum-pct / 100
               IF ws-debit-amount < ws-minimum-floor
                   MOVE ws-minimum-floor TO ws-debit-amount
               END-IF
               IF ws-debit-amount > stb-ending-balance
                   MOVE stb-ending-balance TO ws-debit-amount
               END-IF
           ELSE
               MOVE stb-ending-balance TO ws-debit-amount
           END-IF
           IF ws-debit-amount > cust-balance
               MOVE cust-balance TO ws-debit-amount
           END-IF.

       2300-WRITE-BANK-DEBIT.
           MOVE SPACES TO bank-debit-record
           SET bdr-detail TO TRUE
           MOVE mnd-bank-routing TO bdr-bank-routing
           MOVE mnd-bank-account TO bdr-bank-account
           MOVE ws-debit-amount TO bdr-amount
           MOVE ws-asof-date TO bdr-collect-date
           MOVE mnd-cust-key TO bdr-cust-key
           MOVE stb-stmt-date TO bdr-stmt-date
           WRITE bank-debit-record
           MOVE stb-stmt-date TO mnd-last-stmt-date
           MOVE ws-asof-date TO mnd-last-collect-date
           MOVE ws-debit-amount TO mnd-last-collect-amount
           REWRITE mandate-record
           ADD 1 TO ws-debits-written
           ADD ws-debit-amount TO ws-debit-total.

       2400-PRINT-DEBIT-LINE.
           MOVE SPACES TO ws-debit-line
           MOVE mnd-cust-key TO ws-dbl-cust-key
           MOVE mnd-pay-option TO ws-dbl-option
           IF ws-skip-reason = SPACES
               OR ws-skip-reason = "NOTHING OWING"
               OR ws-skip-reason = "STATEMENT ALREADY DEBITED"
               MOVE stb-stmt-date TO ws-dbl-stmt-date
               MOVE stb-ending-balance TO ws-dbl-stmt-balance
           ELSE
               MOVE ZERO TO ws-dbl-stmt-date
               MOVE ZERO TO ws-dbl-stmt-balance
           END-IF
           MOVE ws-debit-amount TO ws-dbl-amount
           MOVE ws-skip-reason TO ws-dbl-note
           MOVE ws-debit-line TO report-line
           WRITE report-line.

      *> The trailer the bank balances the transmission to.
       3000-FINALIZE.
           MOVE SPACES TO bank-debit-record
           SET bdr-trailer TO TRUE
           MOVE ws-debits-written TO bdr-debit-count
           MOVE ws-debit-total TO bdr-debit-total
           WRITE bank-debit-record
           CLOSE mandate-file, customer-file, bank-debit-file,
               report-out
           IF stmt-balance-open
               CLOSE stmt-balance-file
           END-IF
           IF dispute-file-open
               CLOSE dispute-file
           END-IF
           DISPLAY "AUTOPAY COLLECTION RUN COMPLETE"
           DISPLAY "  MANDATES READ:   " ws-mandates-read
           DISPLAY "  DUE TONIGHT:     " ws-mandates-due
           DISPLAY "  DEBITS WRITTEN:  " ws-debits-written
           DISPLAY "  DEBITS SKIPPED:  " ws-debits-skipped
           DISPLAY "  DEBIT TOTAL:     " ws-debit-total.

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
           MOVE "APCOLL" TO stp-step-name
           MOVE FUNCTION CURRENT-DATE TO stp-timestamp
           WRITE step-timing-record
           CLOSE step-timing.
