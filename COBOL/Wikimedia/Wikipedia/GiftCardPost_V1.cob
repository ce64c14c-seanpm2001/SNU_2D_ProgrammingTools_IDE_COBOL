       IDENTIFICATION DIVISION.
       PROGRAM-ID. GIFTCARD-POST-V1.
      *> Nightly gift-card posting.  Reads the day's GIFTTXN feed
      *> the stores transmit -- GISS issue, GRLD reload, GRDM
      *> redeem -- edits each transaction and applies the good ones
      *> to the gift-card master:
      *>   - an issue opens the card at its issued value;
      *>   - a reload adds to what the card carries;
      *>   - a redemption draws the card down, and is refused when
      *>     the card does not carry enough to cover it.
      *> Every movement applied is appended to GIFTMOVE with the
      *> value the card carries after it, so the journal step can
      *> carry tonight's issues and reloads onto the gift-card
      *> liability account and the card's history can be replayed.
      *>
      *> A redemption is a tender: the card paid for goods rung
      *> against a customer account.  Each accepted redemption is
      *> written to GIFTPAY as an ordinary payment-record tendered
      *> "GFT", which cash application reads behind the day's
      *> PAYMENTS feed -- so the receivable comes down through the
      *> same posting, ledger and lookback every other payment
      *> takes, and the journal relieves the gift-card liability
      *> instead of cash.  The account must be on the customer
      *> master before the card is drawn down; cash application
      *> redirects a merged-away key the way it does for any
      *> payment.
      *>
      *> Refused transactions print on the exception report with
      *> their reason and are left for the card desk to re-key on a
      *> later feed; nothing refused touches the master.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The day's gift-card transactions, catalogued a generation
      *> per day the way the sales and payment feeds are.
           SELECT gift-txn-file ASSIGN TO "GIFTTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-gift-txn-status.

           SELECT gift-card-file ASSIGN TO "GIFTCARD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS gc-card-no
               FILE STATUS IS ws-gift-card-status.

      *> Permanent movement history, appended nightly.
           SELECT gift-movement-file ASSIGN TO "GIFTMOVE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-gift-move-status.

      *> Accepted redemptions as payments, for cash application.
           SELECT gift-payment-file ASSIGN TO "GIFTPAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-gift-pay-status.

      *> Read only, to prove a redemption's account exists and to
      *> edit the store the card moved at.
           SELECT customer-file ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cust-key
               FILE STATUS IS ws-customer-status.

           SELECT store-master ASSIGN TO "STORMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS store-key
               FILE STATUS IS ws-store-status.

           SELECT report-out ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-out-status.

      *> Shared run-statistics file every step of the chain appends
      *> to; the end-of-night balancing step cross-foots it.
           SELECT run-stats ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-run-stats-status.

      *> Business date card the date roll maintains; stamps the
      *> posting date on movements so the journal step selects
      *> tonight's by business date, not wall clock.
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
      *> Feed record: type (4: GISS/GRLD/GRDM), card number (16),
      *> store (4), transaction date (8), amount (7 digits, 5V99),
      *> tender the card was paid for with (3, issues and reloads),
      *> account the redemption settles (10, redemptions), cashier
      *> (6).
       FD  gift-txn-file
           RECORDING MODE IS F.
       01  gift-txn-record.
           05  gtx-txn-type            PIC X(4).
               88  gtx-issue           VALUE "GISS".
               88  gtx-redeem          VALUE "GRDM".
               88  gtx-reload          VALUE "GRLD".
           05  gtx-card-no             PIC X(16).
           05  gtx-store-no            PIC 9(4).
           05  gtx-txn-date            PIC 9(8).
           05  gtx-amount              PIC 9(5)V99.
           05  gtx-tender-type         PIC X(3).
           05  gtx-cust-key            PIC X(10).
           05  gtx-cashier-id          PIC X(6).

       FD  gift-card-file.
       COPY GIFTCARD.

       FD  gift-movement-file
           RECORDING MODE IS F.
       COPY GIFTMOVE.

       FD  gift-payment-file
           RECORDING MODE IS F.
       COPY PAYMTREC.

       FD  customer-file.
       COPY CUSTREC.

       FD  store-master.
       COPY STOREREC.

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
           05  ws-gift-txn-status      PIC XX.
           05  ws-gift-card-status     PIC XX.
           05  ws-gift-move-status     PIC XX.
           05  ws-gift-pay-status      PIC XX.
           05  ws-customer-status      PIC XX.
           05  ws-store-status         PIC XX.
           05  ws-report-out-status    PIC XX.
           05  ws-run-stats-status     PIC XX.
           05  ws-busdate-status       PIC XX.

       01  ws-flags.
           05  no-more-txns-sw         PIC X VALUE "N".
               88  no-more-txns        VALUE "Y".
           05  valid-txn-sw            PIC X VALUE "Y".
               88  valid-txn
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  card-found-sw           PIC X VALUE "N".
               88  card-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-reject-reason            PIC XX.
       01  ws-posting-busdate          PIC 9(8).

       01  ws-run-totals.
           05  ws-txns-read            PIC 9(7) VALUE ZERO.
           05  ws-txns-applied         PIC 9(7) VALUE ZERO.
           05  ws-txns-refused         PIC 9(7) VALUE ZERO.
           05  ws-amount-read          PIC 9(9)V99 VALUE ZERO.
           05  ws-amount-applied       PIC 9(9)V99 VALUE ZERO.
           05  ws-issued-amount        PIC 9(9)V99 VALUE ZERO.
           05  ws-reloaded-amount      PIC 9(9)V99 VALUE ZERO.
           05  ws-redeemed-amount      PIC 9(9)V99 VALUE ZERO.

      *> Refusal reason codes, tallied for the end-of-run breakdown.
       01  ws-reason-totals.
           05  ws-reason-tbl OCCURS 8 TIMES INDEXED BY reason-idx.
               10  ws-reason-code-tbl   PIC XX.
               10  ws-reason-text-tbl   PIC X(24).
               10  ws-reason-count-tbl  PIC 9(7).
       01  ws-reason-init-values.
           05  FILLER PIC X(26) VALUE "01MISSING CARD NUMBER".
           05  FILLER PIC X(26) VALUE "02INVALID TXN DATE".
           05  FILLER PIC X(26) VALUE "03NEGATIVE/ZERO AMOUNT".
           05  FILLER PIC X(26) VALUE "04CARD ALREADY ISSUED".
           05  FILLER PIC X(26) VALUE "05CARD NOT ON FILE".
           05  FILLER PIC X(26) VALUE "06INSUFFICIENT CARD VALUE".
           05  FILLER PIC X(26) VALUE "07NO ACCOUNT TO SETTLE".
           05  FILLER PIC X(26) VALUE "08INVALID STORE/TXN TYPE".
       01  ws-reason-init-table REDEFINES ws-reason-init-values
               OCCURS 8 TIMES.
           05  ws-reason-init-code      PIC XX.
           05  ws-reason-init-text      PIC X(24).

       01  ws-refused-line.
           05  ws-rfl-txn-type         PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-rfl-card-no          PIC X(16).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-rfl-store-no         PIC 9(4).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-rfl-txn-date         PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-rfl-amount           PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-rfl-value            PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-rfl-reason           PIC XX.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-rfl-reason-text      PIC X(21).

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
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL no-more-txns
           PERFORM 3000-FINALIZE
           PERFORM 9810-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-BUSDATE
           PERFORM 1200-INIT-REASON-TOTALS
           OPEN INPUT gift-txn-file
           OPEN I-O gift-card-file
           IF ws-gift-card-status NOT = "00"
               OPEN OUTPUT gift-card-file
               CLOSE gift-card-file
               OPEN I-O gift-card-file
           END-IF
           OPEN EXTEND gift-movement-file
           IF ws-gift-move-status NOT = "00"
               OPEN OUTPUT gift-movement-file
           END-IF
           OPEN OUTPUT gift-payment-file
           OPEN INPUT customer-file
           OPEN INPUT store-master
           OPEN OUTPUT report-out
           MOVE SPACES TO report-line
           STRING "GIFT-CARD POSTING - REFUSED TRANSACTIONS FOR "
               ws-posting-busdate
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE "TYPE CARD NUMBER      STOR TXN-DATE    AMOUNT"
               & "  ON CARD RC REASON"
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

       1200-INIT-REASON-TOTALS.
           PERFORM VARYING reason-idx FROM 1 BY 1
                   UNTIL reason-idx > 8
               MOVE ws-reason-init-code (reason-idx)
                   TO ws-reason-code-tbl (reason-idx)
               MOVE ws-reason-init-text (reason-idx)
                   TO ws-reason-text-tbl (reason-idx)
               MOVE ZERO TO ws-reason-count-tbl (reason-idx)
           END-PERFORM.

       2000-PROCESS-TRANSACTIONS.
           READ gift-txn-file
               AT END
                   SET no-more-txns TO TRUE
           END-READ
           IF NOT no-more-txns
               ADD 1 TO ws-txns-read
               ADD gtx-amount TO ws-amount-read
               PERFORM VALIDATE-GIFT-TXN
               IF valid-txn
                   EVALUATE TRUE
                       WHEN gtx-issue
                           PERFORM 2300-APPLY-ISSUE
                       WHEN gtx-reload
                           PERFORM 2400-APPLY-RELOAD
                       WHEN gtx-redeem
                           PERFORM 2500-APPLY-REDEMPTION
                   END-EVALUATE
                   PERFORM 2600-WRITE-MOVEMENT
                   ADD 1 TO ws-txns-applied
                   ADD gtx-amount TO ws-amount-applied
               ELSE
                   PERFORM 2200-REPORT-REFUSAL
               END-IF
           END-IF.

      *> Field-level edits first, then the store, then the card
      *> itself; the card lookup leaves the master record in the
      *> record area for the apply paragraphs.
       VALIDATE-GIFT-TXN.
           SET valid-txn TO TRUE
           SET card-found TO FALSE
           MOVE SPACES TO ws-reject-reason
           EVALUATE TRUE
               WHEN gtx-card-no = SPACES
                   SET valid-txn TO FALSE
                   MOVE "01" TO ws-reject-reason
               WHEN gtx-txn-date = ZERO
                   SET valid-txn TO FALSE
                   MOVE "02" TO ws-reject-reason
               WHEN gtx-amount <= ZERO
                   SET valid-txn TO FALSE
                   MOVE "03" TO ws-reject-reason
               WHEN NOT (gtx-issue OR gtx-reload OR gtx-redeem)
                   SET valid-txn TO FALSE
                   MOVE "08" TO ws-reject-reason
               WHEN OTHER
                   PERFORM 2150-CHECK-STORE
                   IF valid-txn
                       PERFORM 2100-CHECK-CARD
                   END-IF
                   IF valid-txn AND gtx-redeem
                       PERFORM 2170-CHECK-SETTLING-ACCOUNT
                   END-IF
           END-EVALUATE
           IF NOT valid-txn
               PERFORM 2260-TALLY-REASON
           END-IF.

      *> An issue must name a card not yet on file; a reload or a
      *> redemption must name one that is.  A redemption larger
      *> than the value the card still carries is refused whole --
      *> the till takes the balance in another tender and re-keys.
       2100-CHECK-CARD.
           MOVE gtx-card-no TO gc-card-no
           READ gift-card-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET card-found TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN gtx-issue AND card-found
                   SET valid-txn TO FALSE
                   MOVE "04" TO ws-reject-reason
               WHEN (gtx-reload OR gtx-redeem) AND NOT card-found
                   SET valid-txn TO FALSE
                   MOVE "05" TO ws-reject-reason
               WHEN gtx-redeem
                   IF gtx-amount > gc-remaining-value
                       SET valid-txn TO FALSE
                       MOVE "06" TO ws-reject-reason
                   END-IF
           END-EVALUATE.

      *> The store the card moved at must be on the store master
      *> and open, the same edit a sale gets.
       2150-CHECK-STORE.
           MOVE gtx-store-no TO store-key
           READ store-master
               INVALID KEY
                   SET valid-txn TO FALSE
                   MOVE "08" TO ws-reject-reason
               NOT INVALID KEY
                   IF store-closed
                       SET valid-txn TO FALSE
                       MOVE "08" TO ws-reject-reason
                   END-IF
           END-READ.

      *> The account the redemption pays down has to exist, or the
      *> payment would only suspend in cash application after the
      *> card had already been drawn.
       2170-CHECK-SETTLING-ACCOUNT.
           IF gtx-cust-key = SPACES
               SET valid-txn TO FALSE
               MOVE "07" TO ws-reject-reason
           ELSE
               MOVE gtx-cust-key TO cust-key
               READ customer-file
                   INVALID KEY
                       SET valid-txn TO FALSE
                       MOVE "07" TO ws-reject-reason
               END-READ
           END-IF.

       2200-REPORT-REFUSAL.
           ADD 1 TO ws-txns-refused
           MOVE SPACES TO ws-refused-line
           MOVE gtx-txn-type TO ws-rfl-txn-type
           MOVE gtx-card-no TO ws-rfl-card-no
           MOVE gtx-store-no TO ws-rfl-store-no
           MOVE gtx-txn-date TO ws-rfl-txn-date
           MOVE gtx-amount TO ws-rfl-amount
           IF card-found
               MOVE gc-remaining-value TO ws-rfl-value
           ELSE
               MOVE ZERO TO ws-rfl-value
           END-IF
           MOVE ws-reject-reason TO ws-rfl-reason
           MOVE ws-reason-text-tbl (reason-idx)
               TO ws-rfl-reason-text
           MOVE ws-refused-line TO report-line
           WRITE report-line.

       2260-TALLY-REASON.
           SET reason-idx TO 1
           SEARCH ws-reason-tbl
               WHEN ws-reason-code-tbl (reason-idx)
                       = ws-reject-reason
                   ADD 1 TO ws-reason-count-tbl (reason-idx)
           END-SEARCH.

       2300-APPLY-ISSUE.
           MOVE gtx-card-no TO gc-card-no
           MOVE gtx-store-no TO gc-issue-store
           MOVE gtx-txn-date TO gc-issue-date
           MOVE gtx-amount TO gc-original-value
           MOVE gtx-amount TO gc-remaining-value
           SET gc-active TO TRUE
           MOVE ZERO TO gc-reloaded-value
           MOVE ZERO TO gc-redeemed-value
           MOVE gtx-txn-date TO gc-last-activity-date
           MOVE FUNCTION CURRENT-DATE TO gc-timestamp
           WRITE gift-card-record
               INVALID KEY
                   DISPLAY "GIFTCARD DUPLICATE KEY " gc-card-no
           END-WRITE
           ADD gtx-amount TO ws-issued-amount.

       2400-APPLY-RELOAD.
           ADD gtx-amount TO gc-remaining-value
           ADD gtx-amount TO gc-reloaded-value
           SET gc-active TO TRUE
           MOVE gtx-txn-date TO gc-last-activity-date
           MOVE FUNCTION CURRENT-DATE TO gc-timestamp
           REWRITE gift-card-record
           ADD gtx-amount TO ws-reloaded-amount.

       2500-APPLY-REDEMPTION.
           SUBTRACT gtx-amount FROM gc-remaining-value
           ADD gtx-amount TO gc-redeemed-value
           IF gc-remaining-value = ZERO
               SET gc-redeemed TO TRUE
           END-IF
           MOVE gtx-txn-date TO gc-last-activity-date
           MOVE FUNCTION CURRENT-DATE TO gc-timestamp
           REWRITE gift-card-record
           PERFORM 2550-WRITE-GIFT-PAYMENT
           ADD gtx-amount TO ws-redeemed-amount.

      *> The redemption as a payment on the account it settled,
      *> tendered GFT so the journal and the deposit reconciliation
      *> both know no cash moved.
       2550-WRITE-GIFT-PAYMENT.
           MOVE gtx-cust-key TO pay-cust-key
           MOVE gtx-txn-date TO pay-date
           MOVE gtx-amount TO pay-amount
           MOVE "GFT" TO pay-tender-type
           SET pay-payment-txn TO TRUE
           WRITE payment-record.

       2600-WRITE-MOVEMENT.
           MOVE gtx-card-no TO gm-card-no
           MOVE gtx-txn-type TO gm-txn-type
           MOVE gtx-store-no TO gm-store-no
           MOVE gtx-txn-date TO gm-txn-date
           MOVE gtx-amount TO gm-amount
           MOVE gc-remaining-value TO gm-value-after
           IF gtx-redeem
               MOVE SPACES TO gm-tender-type
               MOVE gtx-cust-key TO gm-cust-key
           ELSE
               MOVE gtx-tender-type TO gm-tender-type
               MOVE SPACES TO gm-cust-key
           END-IF
           MOVE gtx-cashier-id TO gm-cashier-id
           MOVE ws-posting-busdate TO gm-posting-date
           MOVE FUNCTION CURRENT-DATE TO gm-timestamp
           WRITE gift-movement-record.

       3000-FINALIZE.
           PERFORM 3100-PRINT-TOTALS
           PERFORM 3300-WRITE-RUN-STATS
           CLOSE gift-txn-file, gift-card-file, gift-movement-file,
               gift-payment-file, customer-file, store-master,
               report-out
           DISPLAY "GIFT-CARD POSTING RUN COMPLETE"
           DISPLAY "  TRANSACTIONS READ:   " ws-txns-read
           DISPLAY "  APPLIED:             " ws-txns-applied
           DISPLAY "  REFUSED:             " ws-txns-refused.

       3100-PRINT-TOTALS.
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO ws-total-line
           MOVE "ISSUED" TO ws-ttl-label
           MOVE ws-issued-amount TO ws-ttl-amount
           MOVE ws-total-line TO report-line
           WRITE report-line
           MOVE SPACES TO ws-total-line
           MOVE "RELOADED" TO ws-ttl-label
           MOVE ws-reloaded-amount TO ws-ttl-amount
           MOVE ws-total-line TO report-line
           WRITE report-line
           MOVE SPACES TO ws-total-line
           MOVE "REDEEMED" TO ws-ttl-label
           MOVE ws-redeemed-amount TO ws-ttl-amount
           MOVE ws-total-line TO report-line
           WRITE report-line
           PERFORM VARYING reason-idx FROM 1 BY 1
                   UNTIL reason-idx > 8
               MOVE SPACES TO ws-total-line
               STRING ws-reason-code-tbl (reason-idx) " "
                   ws-reason-text-tbl (reason-idx)
                   DELIMITED BY SIZE INTO ws-ttl-label
               MOVE ws-reason-count-tbl (reason-idx)
                   TO ws-ttl-count
               MOVE ws-total-line TO report-line
               WRITE report-line
           END-PERFORM.

      *> Transactions read = applied + refused, money alongside;
      *> the balancing step proves the count from the file.
       3300-WRITE-RUN-STATS.
           OPEN EXTEND run-stats
           IF ws-run-stats-status NOT = "00"
               OPEN OUTPUT run-stats
           END-IF
           MOVE "GIFTCARD" TO stat-program
           MOVE ws-posting-busdate TO stat-business-date
           MOVE ws-txns-read TO stat-records-in
           MOVE ws-txns-applied TO stat-records-out
           MOVE ws-txns-refused TO stat-rejects
           MOVE ws-amount-read TO stat-amount-in
           MOVE ws-amount-applied TO stat-amount-out
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
           MOVE "GIFTCARD" TO stp-step-name
           MOVE FUNCTION CURRENT-DATE TO stp-timestamp
           WRITE step-timing-record
           CLOSE step-timing.
