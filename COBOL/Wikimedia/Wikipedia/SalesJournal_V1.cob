      *>   - every reject CORRECT-V1 released back into the sales
      *>     feed today reverses its suspense pair, since the re-fed
      *>     sale will hit receivables/revenue when INITIATE_V1
      *>     posts it;
      *>   - every gift card issued or reloaded today, off the
      *>     movements the gift-card posting appended to GIFTMOVE,
      *>     becomes a cash/gift-card-liability pair.  A redemption
      *>     reaches the ledger as a payment tendered GFT, and its
      *>     debit relieves the liability instead of cash;
      *>   - every loyalty point earned, taken back or expired today,
      *>     off the movements appended to POINTMOV, moves the
      *>     points liability against the loyalty expense account.
      *>     Points spent at the till reach the ledger as a PRDM
      *>     credit, which settles the receivable out of the
      *>     liability.  Dormant credit remitted as unclaimed
      *>     property reaches it as an ESCH credit, which moves the
      *>     customer-credit liability to escheat liability;
      *>   - every sales line posted tonight, as costed onto COGSDET
      *>     by COST-OF-SALES-V1 at the unit cost in force on its
      *>     sale date, moves its cost out of inventory into cost
      *>     of goods sold; a returned line moves it back.
      *>
      *> Control check: the receivables debit total generated here
      *> must equal the sales-report store total the operator keys
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-gl-txn-status.

      *> Gift-card movement history; tonight's issues and reloads
      *> are selected on their posting date.
           SELECT gift-movement-file ASSIGN TO "GIFTMOVE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-gift-move-status.

      *> Loyalty-points movement history; tonight's earns,
      *> take-backs and expiries are selected on their posting date.
           SELECT points-movement ASSIGN TO "POINTMOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-points-move-status.

      *> Tonight's costed sales detail from COST-OF-SALES-V1.
           SELECT cogs-detail ASSIGN TO "COGSDET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-cogs-detail-status.

      *> Journal date, eight digits.  Ledger entries whose posting
      *> timestamp carries this date are journalled.  Defaults to
      *> today, matching AGING-REPORT-V1's as-of default.
           05  txn-debit-amount        PIC 9(9)V99.
           05  txn-credit-amount       PIC 9(9)V99.

       FD  gift-movement-file
           RECORDING MODE IS F.
       COPY GIFTMOVE.

       FD  points-movement
           RECORDING MODE IS F.
       COPY POINTMOV.

       FD  cogs-detail
           RECORDING MODE IS F.
       COPY COGSDET.

       FD  jrnl-date-parm.
       01  jrnl-date-parm-line        PIC X(8).

           05  ws-gl-txn-status        PIC XX.
           05  ws-jrnl-date-status     PIC XX.
           05  ws-sales-control-status PIC XX.
           05  ws-gift-move-status     PIC XX.
           05  ws-points-move-status   PIC XX.
           05  ws-cogs-detail-status   PIC XX.

       01  ws-flags.
           05  no-more-ledger-sw       PIC X VALUE "N".
               88  no-more-rejects     VALUE "Y".
           05  no-more-released-sw     PIC X VALUE "N".
               88  no-more-released    VALUE "Y".
           05  no-more-gift-moves-sw   PIC X VALUE "N".
               88  no-more-gift-moves  VALUE "Y".
           05  no-more-points-moves-sw PIC X VALUE "N".
               88  no-more-points-moves
                                       VALUE "Y".
           05  no-more-cogs-sw         PIC X VALUE "N".
               88  no-more-cogs        VALUE "Y".
           05  control-card-read-sw    PIC X VALUE "N".
               88  control-card-read   VALUE "Y".

           05  ws-acct-cust-credit     PIC X(6) VALUE "270000".
           05  ws-acct-nsf-fee-income  PIC X(6) VALUE "470000".
           05  ws-acct-bad-debt        PIC X(6) VALUE "600000".
           05  ws-acct-gift-liability  PIC X(6) VALUE "275000".
           05  ws-acct-points-liability
                                       PIC X(6) VALUE "280000".
           05  ws-acct-points-expense  PIC X(6) VALUE "480000".
           05  ws-acct-inventory       PIC X(6) VALUE "140000".
           05  ws-acct-cogs            PIC X(6) VALUE "500000".
           05  ws-acct-escheat-liability
                                       PIC X(6) VALUE "285000".

       01  ws-jrnl-date                PIC 9(8).

           05  ws-fincharge-total      PIC 9(11)V99 VALUE ZERO.
           05  ws-tax-liability-total  PIC S9(11)V99 VALUE ZERO.
           05  ws-orphan-total         PIC S9(11)V99 VALUE ZERO.
           05  ws-gift-sold-total      PIC 9(11)V99 VALUE ZERO.
           05  ws-gift-redeemed-total  PIC 9(11)V99 VALUE ZERO.
           05  ws-points-earned-total  PIC 9(11)V99 VALUE ZERO.
           05  ws-points-released-total
                                       PIC 9(11)V99 VALUE ZERO.
           05  ws-points-redeemed-total
                                       PIC 9(11)V99 VALUE ZERO.
           05  ws-cogs-total           PIC 9(11)V99 VALUE ZERO.
           05  ws-cogs-returned-total  PIC 9(11)V99 VALUE ZERO.
           05  ws-journal-debit-total  PIC 9(11)V99 VALUE ZERO.
           05  ws-journal-credit-total PIC 9(11)V99 VALUE ZERO.

               UNTIL no-more-rejects
           PERFORM 4000-REVERSE-RELEASED-SUSPENSE
               UNTIL no-more-released
           PERFORM 4500-JOURNAL-GIFT-CARD-SOLD
               UNTIL no-more-gift-moves
           PERFORM 4600-JOURNAL-POINTS-MOVEMENTS
               UNTIL no-more-points-moves
           PERFORM 4700-JOURNAL-COST-OF-SALES
               UNTIL no-more-cogs
           PERFORM 5000-FINALIZE
           PERFORM 9810-LOG-STEP-END
           STOP RUN.
           OPEN INPUT customer-ledger
           OPEN INPUT reject-file
           OPEN INPUT sales-add-file
           OPEN INPUT gift-movement-file
           IF ws-gift-move-status NOT = "00"
               SET no-more-gift-moves TO TRUE
           END-IF
           OPEN INPUT points-movement
           IF ws-points-move-status NOT = "00"
               SET no-more-points-moves TO TRUE
           END-IF
           OPEN INPUT cogs-detail
           IF ws-cogs-detail-status NOT = "00"
               SET no-more-cogs TO TRUE
           END-IF
           OPEN OUTPUT gl-txn-file.

       1100-READ-JRNL-DATE-PARM.
                   PERFORM 2198-JOURNAL-VOID
               WHEN ledg-refund-txn
                   PERFORM 2199-JOURNAL-REFUND-CHECK
               WHEN ledg-points-redeem-txn
                   PERFORM 2185-JOURNAL-POINTS-REDEEMED
               WHEN ledg-escheat-txn
                   PERFORM 2196-JOURNAL-ESCHEAT
      *> A balance-forward entry restates history the journal
      *> carried when it first posted; it moves no money.
               WHEN ledg-balance-fwd-txn
                   CONTINUE
               WHEN OTHER
                   PERFORM 2140-JOURNAL-ADJUSTMENT
           END-EVALUATE.
           PERFORM 8200-WRITE-CREDIT
           ADD ledg-amount TO ws-return-credit-total.

      *> A payment tendered GFT is a gift-card redemption: no cash
      *> moved, the card's value settled the receivable, so the
      *> debit draws down the gift-card liability.
       2130-JOURNAL-PAYMENT.
           PERFORM 8300-DEBIT-CASH-OR-GIFT
           MOVE ws-acct-receivables TO txn-acct-no
           PERFORM 8200-WRITE-CREDIT
           ADD ledg-amount TO ws-payment-total.
      *> The overpaying portion of a payment: cash came in, and
      *> the customer-credit liability carries what we owe back.
       2170-JOURNAL-CREDIT-BANKED.
           PERFORM 8300-DEBIT-CASH-OR-GIFT
           MOVE ws-acct-cust-credit TO txn-acct-no
           PERFORM 8200-WRITE-CREDIT.

           MOVE ws-acct-receivables TO txn-acct-no
           PERFORM 8200-WRITE-CREDIT.

      *> Points spent at the till: the promised discount is now
      *> given, so the liability comes down and the receivable
      *> with it.
       2185-JOURNAL-POINTS-REDEEMED.
           MOVE ws-acct-points-liability TO txn-acct-no
           PERFORM 8100-WRITE-DEBIT
           MOVE ws-acct-receivables TO txn-acct-no
           PERFORM 8200-WRITE-CREDIT
           ADD ledg-amount TO ws-points-redeemed-total.

      *> A bounced payment reverses the cash/receivables pair the
      *> original payment journalled.
       2190-JOURNAL-NSF-REVERSAL.
           MOVE ws-acct-cash TO txn-acct-no
           PERFORM 8200-WRITE-CREDIT.

      *> Dormant credit remitted as unclaimed property: what we
      *> owed the customer we now owe the state.  Receivables
      *> never carried it, so it stays out of this pair.
       2196-JOURNAL-ESCHEAT.
           MOVE ws-acct-cust-credit TO txn-acct-no
           PERFORM 8100-WRITE-DEBIT
           MOVE ws-acct-escheat-liability TO txn-acct-no
           PERFORM 8200-WRITE-CREDIT.

      *> A bad-debt write-off expenses the receivable.
       2197-JOURNAL-BAD-DEBT.
           MOVE ws-acct-bad-debt TO txn-acct-no
               ADD sales-amount TO ws-released-total
           END-IF.

      *> Every card issued or reloaded tonight is money taken for
      *> goods not yet supplied: cash in, gift-card liability up.
      *> Redemptions on the movement file are skipped -- they are
      *> journalled off their GFT payment ledger entries.
       4500-JOURNAL-GIFT-CARD-SOLD.
           READ gift-movement-file
               AT END
                   SET no-more-gift-moves TO TRUE
           END-READ
           IF NOT no-more-gift-moves
               IF (gm-issue OR gm-reload)
                   AND gm-posting-date = ws-jrnl-date
                   MOVE ws-acct-cash TO txn-acct-no
                   MOVE gm-amount TO txn-debit-amount
                   MOVE ZERO TO txn-credit-amount
                   WRITE gl-txn-record
                   ADD gm-amount TO ws-journal-debit-total
                   MOVE ws-acct-gift-liability TO txn-acct-no
                   MOVE ZERO TO txn-debit-amount
                   MOVE gm-amount TO txn-credit-amount
                   WRITE gl-txn-record
                   ADD gm-amount TO ws-journal-credit-total
                   ADD gm-amount TO ws-gift-sold-total
               END-IF
           END-IF.

      *> Points earned tonight are a discount promised: loyalty
      *> expense up, points liability up, at the value the posting
      *> priced them.  Points taken back on a return or void, and
      *> points the month-end run expired, release the liability
      *> back against the expense.  Redemptions on the movement
      *> file are skipped -- they are journalled off their PRDM
      *> ledger entries.
       4600-JOURNAL-POINTS-MOVEMENTS.
           READ points-movement
               AT END
                   SET no-more-points-moves TO TRUE
           END-READ
           IF NOT no-more-points-moves
               IF pmv-posting-date = ws-jrnl-date
                   AND pmv-value > ZERO
                   EVALUATE TRUE
                       WHEN pmv-earn
                           MOVE ws-acct-points-expense TO txn-acct-no
                           MOVE pmv-value TO txn-debit-amount
                           MOVE ZERO TO txn-credit-amount
                           WRITE gl-txn-record
                           MOVE ws-acct-points-liability
                               TO txn-acct-no
                           MOVE ZERO TO txn-debit-amount
                           MOVE pmv-value TO txn-credit-amount
                           WRITE gl-txn-record
                           ADD pmv-value TO ws-journal-debit-total
                           ADD pmv-value TO ws-journal-credit-total
                           ADD pmv-value TO ws-points-earned-total
                       WHEN pmv-take-back OR pmv-expire
                           MOVE ws-acct-points-liability
                               TO txn-acct-no
                           MOVE pmv-value TO txn-debit-amount
                           MOVE ZERO TO txn-credit-amount
                           WRITE gl-txn-record
                           MOVE ws-acct-points-expense TO txn-acct-no
                           MOVE ZERO TO txn-debit-amount
                           MOVE pmv-value TO txn-credit-amount
                           WRITE gl-txn-record
                           ADD pmv-value TO ws-journal-debit-total
                           ADD pmv-value TO ws-journal-credit-total
                           ADD pmv-value TO ws-points-released-total
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

      *> A sold line's cost leaves inventory for cost of goods sold;
      *> a returned line's cost goes back on the shelf.  Uncosted
      *> lines carry zero and write nothing.
       4700-JOURNAL-COST-OF-SALES.
           READ cogs-detail
               AT END
                   SET no-more-cogs TO TRUE
           END-READ
           IF NOT no-more-cogs
               IF cgd-posting-date = ws-jrnl-date
                   AND cgd-extended-cost > ZERO
                   IF cgd-return
                       MOVE ws-acct-inventory TO txn-acct-no
                   ELSE
                       MOVE ws-acct-cogs TO txn-acct-no
                   END-IF
                   MOVE cgd-extended-cost TO txn-debit-amount
                   MOVE ZERO TO txn-credit-amount
                   WRITE gl-txn-record
                   IF cgd-return
                       MOVE ws-acct-cogs TO txn-acct-no
                       ADD cgd-extended-cost
                           TO ws-cogs-returned-total
                   ELSE
                       MOVE ws-acct-inventory TO txn-acct-no
                       ADD cgd-extended-cost TO ws-cogs-total
                   END-IF
                   MOVE ZERO TO txn-debit-amount
                   MOVE cgd-extended-cost TO txn-credit-amount
                   WRITE gl-txn-record
                   ADD cgd-extended-cost TO ws-journal-debit-total
                   ADD cgd-extended-cost TO ws-journal-credit-total
               END-IF
           END-IF.

       8100-WRITE-DEBIT.
           MOVE ledg-amount TO txn-debit-amount
           MOVE ZERO TO txn-credit-amount
           WRITE gl-txn-record
           ADD ledg-amount TO ws-journal-credit-total.

       8300-DEBIT-CASH-OR-GIFT.
           IF ledg-tender-type = "GFT"
               MOVE ws-acct-gift-liability TO txn-acct-no
               ADD ledg-amount TO ws-gift-redeemed-total
           ELSE
               MOVE ws-acct-cash TO txn-acct-no
           END-IF
           PERFORM 8100-WRITE-DEBIT.

       5000-FINALIZE.
           CLOSE customer-ledger, reject-file, sales-add-file,
               gl-txn-file
           IF ws-gift-move-status NOT = "35"
               CLOSE gift-movement-file
           END-IF
           IF ws-points-move-status NOT = "35"
               CLOSE points-movement
           END-IF
           IF ws-cogs-detail-status NOT = "35"
               CLOSE cogs-detail
           END-IF
           DISPLAY "SALES JOURNAL RUN COMPLETE FOR " ws-jrnl-date
           DISPLAY "  SALES DEBITS (RECEIVABLES): "
               ws-sale-debit-total
           DISPLAY "  ORPHAN SUSPENSE (NET):      " ws-orphan-total
           DISPLAY "  NEW SUSPENSE:               " ws-suspense-total
           DISPLAY "  SUSPENSE RELEASED:          " ws-released-total
           DISPLAY "  GIFT CARDS SOLD:            "
               ws-gift-sold-total
           DISPLAY "  GIFT CARDS REDEEMED:        "
               ws-gift-redeemed-total
           DISPLAY "  POINTS EARNED:              "
               ws-points-earned-total
           DISPLAY "  POINTS TAKEN BACK/EXPIRED:  "
               ws-points-released-total
           DISPLAY "  POINTS REDEEMED:            "
               ws-points-redeemed-total
           DISPLAY "  COST OF GOODS SOLD:         " ws-cogs-total
           DISPLAY "  COST OF RETURNS:            "
               ws-cogs-returned-total
           DISPLAY "  JOURNAL DEBIT TOTAL:        "
               ws-journal-debit-total
           DISPLAY "  JOURNAL CREDIT TOTAL:       "
