       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOPAY-RETURN-V1.
      *> Nightly autopay outcome intake.  Reads the bank's BANKRTN
      *> file for the direct debits the collection run sent out
      *> and writes each outcome to APAYPAY as an ordinary
      *> payment-record tendered "EFT", which cash application
      *> reads behind the day's PAYMENTS feed:
      *>   - a debit the bank collected becomes a payment dated the
      *>     collection date, so the receivable comes down through
      *>     the same posting, ledger and duplicate lookback every
      *>     other payment takes;
      *>   - a collected debit the payer's bank returned becomes an
      *>     NSF reversal (pay-nsf-txn) for the same date and
      *>     amount, so cash application re-debits the balance and
      *>     assesses the fee exactly as it does for a bounced
      *>     cheque.
      *> Nothing is re-keyed.  An outcome for a customer with no
      *> mandate on file, or with no amount, date or known status,
      *> is refused onto the run report for the cash desk instead
      *> of being passed on.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The bank's outcome file, catalogued a generation per
      *> transmission the way the payment feed is.
           SELECT bank-return-file ASSIGN TO "BANKRTN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-bank-return-status.

      *> Read only, to prove the outcome belongs to a mandate.
           SELECT mandate-file ASSIGN TO "MANDATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mnd-cust-key
               FILE STATUS IS ws-mandate-status.

      *> Accepted outcomes as payments, for cash application.
           SELECT autopay-payment-file ASSIGN TO "APAYPAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-autopay-pay-status.

           SELECT report-out ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-out-status.

      *> Shared run-statistics file every step of the chain appends
      *> to; the end-of-night balancing step cross-foots it.
           SELECT run-stats ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-run-stats-status.

      *> Business date card the date roll maintains; stamps the
      *> run statistics with tonight's business date.
           SELECT busdate-card ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-busdate-status.

      *> Shared step-timing log; a start and an end stamp per run
      *> feed the weekly batch-window trend report.
           SELECT step-timing ASSIGN TO "STEPTIME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-step-timing-status.

       DATA DIVISION.
       FILE SECTION.
       FD  bank-return-file
           RECORDING MODE IS F.
       COPY BANKRTN.

       FD  mandate-file.
       COPY MANDATE.

       FD  autopay-payment-file
           RECORDING MODE IS F.
       COPY PAYMTREC.

       FD  report-out.
       01  report-line                PIC X(80).

       FD  run-stats
           RECORDING MODE IS F.
       COPY RUNSTATS.

       FD  busdate-card.
       01  busdate-line               PIC X(8).

       FD  step-timing
           RECORDING MODE IS F.
       COPY STEPTIME.

       WORKING-STORAGE SECTION.
       01  ws-step-timing-status      PIC XX.
       01  ws-file-status.
           05  ws-bank-return-status   PIC XX.
           05  ws-mandate-status       PIC XX.
           05  ws-autopay-pay-status   PIC XX.
           05  ws-report-out-status    PIC XX.
           05  ws-run-stats-status     PIC XX.
           05  ws-busdate-status       PIC XX.

       01  ws-flags.
           05  no-more-returns-sw      PIC X VALUE "N".
               88  no-more-returns     VALUE "Y".
           05  mandate-file-open-sw    PIC X VALUE "N".
               88  mandate-file-open   VALUE "Y".

       01  ws-posting-busdate          PIC 9(8).
       01  ws-refusal-text             PIC X(24).

       01  ws-run-totals.
           05  ws-outcomes-read        PIC 9(7) VALUE ZERO.
           05  ws-outcomes-passed      PIC 9(7) VALUE ZERO.
           05  ws-outcomes-refused     PIC 9(7) VALUE ZERO.
           05  ws-amount-read          PIC 9(9)V99 VALUE ZERO.
           05  ws-amount-passed        PIC 9(9)V99 VALUE ZERO.
           05  ws-collected-count      PIC 9(7) VALUE ZERO.
           05  ws-collected-amount     PIC 9(9)V99 VALUE ZERO.
           05  ws-returned-count       PIC 9(7) VALUE ZERO.
           05  ws-returned-amount      PIC 9(9)V99 VALUE ZERO.

       01  ws-refused-line.
           05  ws-rfl-cust-key         PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-rfl-collect-date     PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-rfl-amount           PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-rfl-status           PIC X.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-rfl-reason           PIC X(24).
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  ws-total-line.
           05  ws-ttl-label            PIC X(24).
           05  ws-ttl-count            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-ttl-amount           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-OUTCOMES
               UNTIL no-more-returns
           PERFORM 3000-FINALIZE
           PERFORM 9810-LOG-STEP-END
           STOP RUN.

      *> With no mandate file yet there can be no autopay debits,
      *> and every outcome refuses.
       1000-INITIALIZE.
           PERFORM 1100-READ-BUSDATE
           OPEN INPUT bank-return-file
           IF ws-bank-return-status NOT = "00"
               SET no-more-returns TO TRUE
           END-IF
           OPEN INPUT mandate-file
           IF ws-mandate-status = "00"
               SET mandate-file-open TO TRUE
           END-IF
           OPEN OUTPUT autopay-payment-file
           OPEN OUTPUT report-out
           MOVE SPACES TO report-line
           STRING "AUTOPAY OUTCOMES - REFUSED RECORDS FOR "
               ws-posting-busdate
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE "CUSTOMER    COLLECTED       AMOUNT  S  REASON"
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

       2000-PROCESS-OUTCOMES.
           READ bank-return-file
               AT END
                   SET no-more-returns TO TRUE
           END-READ
           IF NOT no-more-returns
               ADD 1 TO ws-outcomes-read
               ADD brt-amount TO ws-amount-read
               PERFORM 2100-EDIT-OUTCOME
               IF ws-refusal-text = SPACES
                   PERFORM 2200-WRITE-PAYMENT
               ELSE
                   PERFORM 2900-REPORT-REFUSAL
               END-IF
           END-IF.

       2100-EDIT-OUTCOME.
           MOVE SPACES TO ws-refusal-text
           EVALUATE TRUE
               WHEN brt-cust-key = SPACES
                   MOVE "MISSING CUSTOMER KEY" TO ws-refusal-text
               WHEN brt-collect-date IS NOT NUMERIC
                   OR brt-collect-date = ZERO
                   MOVE "INVALID COLLECTION DATE"
                       TO ws-refusal-text
               WHEN brt-amount IS NOT NUMERIC
                   OR brt-amount = ZERO
                   MOVE "NEGATIVE/ZERO AMOUNT" TO ws-refusal-text
               WHEN NOT (brt-paid OR brt-returned)
                   MOVE "UNKNOWN OUTCOME STATUS" TO ws-refusal-text
               WHEN NOT mandate-file-open
                   MOVE "NO MANDATE ON FILE" TO ws-refusal-text
               WHEN OTHER
                   MOVE brt-cust-key TO mnd-cust-key
                   READ mandate-file
                       INVALID KEY
                           MOVE "NO MANDATE ON FILE"
                               TO ws-refusal-text
                   END-READ
           END-EVALUATE.

      *> Cash application redirects a merged-away key the way it
      *> does for any payment, so the key goes across as the bank
      *> returned it.
       2200-WRITE-PAYMENT.
           MOVE brt-cust-key TO pay-cust-key
           MOVE brt-collect-date TO pay-date
           MOVE brt-amount TO pay-amount
           MOVE "EFT" TO pay-tender-type
           IF brt-returned
               SET pay-nsf-txn TO TRUE
               ADD 1 TO ws-returned-count
               ADD brt-amount TO ws-returned-amount
           ELSE
               SET pay-payment-txn TO TRUE
               ADD 1 TO ws-collected-count
               ADD brt-amount TO ws-collected-amount
           END-IF
           WRITE payment-record
           ADD 1 TO ws-outcomes-passed
           ADD brt-amount TO ws-amount-passed.

       2900-REPORT-REFUSAL.
           ADD 1 TO ws-outcomes-refused
           MOVE SPACES TO ws-refused-line
           MOVE brt-cust-key TO ws-rfl-cust-key
           MOVE brt-collect-date TO ws-rfl-collect-date
           MOVE brt-amount TO ws-rfl-amount
           MOVE brt-status TO ws-rfl-status
           MOVE ws-refusal-text TO ws-rfl-reason
           MOVE ws-refused-line TO report-line
           WRITE report-line.

       3000-FINALIZE.
           PERFORM 3100-PRINT-TOTALS
           PERFORM 3300-WRITE-RUN-STATS
           CLOSE bank-return-file, autopay-payment-file, report-out
           IF mandate-file-open
               CLOSE mandate-file
           END-IF
           DISPLAY "AUTOPAY OUTCOME RUN COMPLETE"
           DISPLAY "  OUTCOMES READ:      " ws-outcomes-read
           DISPLAY "  PASSED TO CASHAPP:  " ws-outcomes-passed
           DISPLAY "  REFUSED:            " ws-outcomes-refused.

       3100-PRINT-TOTALS.
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO ws-total-line
           MOVE "COLLECTED (PAYMENTS)" TO ws-ttl-label
           MOVE ws-collected-count TO ws-ttl-count
           MOVE ws-collected-amount TO ws-ttl-amount
           MOVE ws-total-line TO report-line
           WRITE report-line
           MOVE SPACES TO ws-total-line
           MOVE "RETURNED (NSF)" TO ws-ttl-label
           MOVE ws-returned-count TO ws-ttl-count
           MOVE ws-returned-amount TO ws-ttl-amount
           MOVE ws-total-line TO report-line
           WRITE report-line
           MOVE SPACES TO ws-total-line
           MOVE "REFUSED" TO ws-ttl-label
           MOVE ws-outcomes-refused TO ws-ttl-count
           MOVE ws-total-line TO report-line
           WRITE report-line.

      *> Outcomes read = passed + refused, money alongside; the
      *> balancing step proves the count from the file.
       3300-WRITE-RUN-STATS.
           OPEN EXTEND run-stats
           IF ws-run-stats-status NOT = "00"
               OPEN OUTPUT run-stats
           END-IF
           MOVE "APRETURN" TO stat-program
           MOVE ws-posting-busdate TO stat-business-date
           MOVE ws-outcomes-read TO stat-records-in
           MOVE ws-outcomes-passed TO stat-records-out
           MOVE ws-outcomes-refused TO stat-rejects
           MOVE ws-amount-read TO stat-amount-in
           MOVE ws-amount-passed TO stat-amount-out
           MOVE FUNCTION CURRENT-DATE TO stat-timestamp
           WRITE run-stats-record
           CLOSE run-stats.

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
           MOVE "APRETURN" TO stp-step-name
           MOVE FUNCTION CURRENT-DATE TO stp-timestamp
           WRITE step-timing-record
           CLOSE step-timing.
