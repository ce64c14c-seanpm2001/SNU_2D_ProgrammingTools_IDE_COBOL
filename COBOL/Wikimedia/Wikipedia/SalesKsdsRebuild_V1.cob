      *>      equal the original counter's (the original gapped and
      *>      collided, which is why this utility exists); the key
      *>      construction and the data are what must match.
      *>   3. Feed transactions that act on a line already posted
      *>      rather than post one of their own are replayed
      *>      against the rebuilt file the way the edit pass applied
      *>      them: a void marks the sale it matched voided, an
      *>      order cancellation the order line it matched, and an
      *>      order invoice turns its shipped line into the sale.
      *>      They are held until their customer/date is loaded, so
      *>      the line they act on is on file whatever order the
      *>      sort left them in.
      *>
      *> Verification: count and amount are accumulated per business
      *> date across everything loaded and compared against the
                     ==ksds-txn-type==     BY ==arch-txn-type==
                     ==ksds-sale-txn==     BY ==arch-sale-txn==
                     ==ksds-return-txn==   BY ==arch-return-txn==
                     ==ksds-voided-txn==   BY ==arch-voided-txn==
                     ==ksds-shipped-txn==  BY ==arch-shipped-txn==
                     ==ksds-tax-amount==   BY ==arch-tax-amount==
                     ==ksds-promo-flag==   BY ==arch-promo-flag==
                     ==ksds-promo-sale==   BY ==arch-promo-sale==
                     ==ksds-regular-sale== BY ==arch-regular-sale==
                     ==ksds-cashier-id==   BY ==arch-cashier-id==
                     ==ksds-posting-date== BY ==arch-posting-date==
                     ==ksds-receipt-no==   BY ==arch-receipt-no==
                     ==ksds-line-no==      BY ==arch-line-no==
                     ==ksds-channel==      BY ==arch-channel==
                     ==ksds-till-channel== BY ==arch-till-channel==
                     ==ksds-order-channel== BY ==arch-order-channel==.

       FD  sales-hist-in
           RECORDING MODE IS F.
       01  sales-hist-record          PIC X(72).

       SD  sort-feed-work.
       01  sort-feed-record.
           05  sf-qty                  PIC 9(5).
           05  sf-unit-price           PIC 9(5)V99.
           05  sf-amount               PIC 9(7)V99.
           05  FILLER                  PIC X(23).

       FD  sorted-feed
           RECORDING MODE IS F.

       FD  reject-hist-in
           RECORDING MODE IS F.
       01  reject-hist-record         PIC X(81).

       SD  sort-rej-work.
       01  sort-rej-record.
           05  sr-qty                  PIC 9(5).
           05  sr-unit-price           PIC 9(5)V99.
           05  sr-amount               PIC 9(7)V99.
           05  FILLER                  PIC X(32).

       FD  sorted-rejects
           RECORDING MODE IS F.
           05  tally-dropped-sw        PIC X VALUE "N".
               88  tally-dropped
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  no-more-lookback-sw     PIC X VALUE "N".
               88  no-more-lookback
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  line-match-found-sw     PIC X VALUE "N".
               88  line-match-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".

      *> Match composites: the sort keys of the two streams laid
      *> end to end, so one alphanumeric compare decides which
           05  ws-seq-date             PIC 9(8) VALUE ZERO.
           05  ws-seq-ctr              PIC 9(5) VALUE ZERO.

      *> Voids, order cancellations and order invoices held for
      *> the customer/date being loaded, applied once the next
      *> customer/date (or the end of the feed) shows every line
      *> of it is on file.  A full table applies at once.
       01  ws-held-txn-table.
           05  ws-held-cust-key        PIC X(10) VALUE SPACES.
           05  ws-held-date            PIC 9(8) VALUE ZERO.
           05  ws-held-count           PIC 9(3) VALUE ZERO.
           05  ws-held-txn OCCURS 200 TIMES INDEXED BY held-idx
                                       PIC X(72).
       01  ws-feed-record-save         PIC X(72).
       01  ws-prior-amount             PIC 9(7)V99.

      *> Per-business-date verification totals, accumulated for
      *> everything loaded and proven against KSDSCTRL at the end.
       01  ws-verify-table.
           05  ws-feed-loaded          PIC 9(9) VALUE ZERO.
           05  ws-feed-cancelled       PIC 9(9) VALUE ZERO.
           05  ws-feed-dropped         PIC 9(9) VALUE ZERO.
           05  ws-sales-voided         PIC 9(9) VALUE ZERO.
           05  ws-orders-cancelled     PIC 9(9) VALUE ZERO.
           05  ws-invoices-applied     PIC 9(9) VALUE ZERO.
           05  ws-unmatched-count      PIC 9(9) VALUE ZERO.
           05  ws-dup-key-count        PIC 9(9) VALUE ZERO.
           05  ws-verify-failures      PIC 9(5) VALUE ZERO.

           OPEN INPUT ksds-archive
           OPEN INPUT sorted-feed
           OPEN INPUT sorted-rejects
      *> Created empty, then reopened for update: the replay reads
      *> and rewrites lines already loaded.
           OPEN OUTPUT sales-ksds
           CLOSE sales-ksds
           OPEN I-O sales-ksds
           PERFORM 1300-READ-REJECT-HIST.

       1300-READ-REJECT-HIST.
               AT END
                   SET no-more-feed TO TRUE
           END-READ
           IF no-more-feed
               PERFORM 3500-APPLY-HELD-TXNS
           ELSE
               PERFORM 3100-SCREEN-FEED-RECORD
               IF feed-record-valid
                   IF ws-held-count > 0
                       AND (sales-cust-key NOT = ws-held-cust-key
                         OR sales-date NOT = ws-held-date)
                       PERFORM 3500-APPLY-HELD-TXNS
                   END-IF
                   IF sales-void-txn
                       OR sales-cancel-txn
                       OR (sales-order-channel AND sales-sale-txn)
                       PERFORM 3400-HOLD-FEED-TXN
                   ELSE
                       PERFORM 3300-WRITE-REBUILT-RECORD
                   END-IF
               END-IF
           END-IF.

      *> Drops what never reached the KSDS: records failing the
      *> stateless field edits, loyalty-points redemptions (posted
      *> to the ledger and points files only), and records with a
      *> matching image on the reject history (one reject cancels
      *> one feed record) -- which takes out the voids and order
      *> cancellations the edit pass found no line for.
       3100-SCREEN-FEED-RECORD.
           SET feed-record-valid TO TRUE
           IF sales-cust-key = SPACES
               OR sales-date = ZERO
               OR sales-amount <= ZERO
               OR sales-points-redeem-txn
               SET feed-record-valid TO FALSE
               ADD 1 TO ws-feed-dropped
           ELSE
      *> date-window sweeps read the same way they read history
      *> written before the field existed.
           MOVE sales-date       TO ksds-posting-date
           MOVE sales-receipt-no TO ksds-receipt-no
           MOVE sales-line-no    TO ksds-line-no
           MOVE sales-channel    TO ksds-channel
           WRITE sales-ksds-record
               INVALID KEY
                   ADD 1 TO ws-dup-key-count
                   PERFORM 8000-TALLY-VERIFY-TOTALS
           END-WRITE.

       3400-HOLD-FEED-TXN.
           IF ws-held-count < 200
               ADD 1 TO ws-held-count
               MOVE sales-record TO ws-held-txn (ws-held-count)
               MOVE sales-cust-key TO ws-held-cust-key
               MOVE sales-date TO ws-held-date
           ELSE
               PERFORM 3600-APPLY-FEED-TXN
           END-IF.

      *> Invoices go first, so a cancellation posted the same night
      *> finds its line whether it cancelled the shipment or the
      *> invoiced sale.  The record in hand is put back afterwards.
       3500-APPLY-HELD-TXNS.
           MOVE sales-record TO ws-feed-record-save
           PERFORM VARYING held-idx FROM 1 BY 1
                   UNTIL held-idx > ws-held-count
               MOVE ws-held-txn (held-idx) TO sales-record
               IF NOT sales-cancel-txn
                   PERFORM 3600-APPLY-FEED-TXN
               END-IF
           END-PERFORM
           PERFORM VARYING held-idx FROM 1 BY 1
                   UNTIL held-idx > ws-held-count
               MOVE ws-held-txn (held-idx) TO sales-record
               IF sales-cancel-txn
                   PERFORM 3600-APPLY-FEED-TXN
               END-IF
           END-PERFORM
           MOVE ZERO TO ws-held-count
           MOVE ws-feed-record-save TO sales-record.

      *> The edit pass's treatment, replayed: the matched line is
      *> marked voided, or the shipped line takes the invoiced
      *> price and amount and becomes the sale -- the load writes
      *> no record of its own for either.  An invoice with no
      *> shipped line posted as an ordinary sale there, and loads
      *> as one here.  A void or cancellation with no line is
      *> counted and shown; the edit pass would have rejected it.
       3600-APPLY-FEED-TXN.
           IF sales-void-txn
               PERFORM 3610-FIND-VOIDED-SALE
           ELSE
               PERFORM 3620-FIND-ORDER-LINE
           END-IF
           EVALUATE TRUE
               WHEN line-match-found AND sales-void-txn
                   MOVE "X" TO ksds-txn-type
                   PERFORM 3630-REWRITE-MATCHED-LINE
                   ADD 1 TO ws-sales-voided
               WHEN line-match-found AND sales-cancel-txn
                   MOVE "X" TO ksds-txn-type
                   PERFORM 3630-REWRITE-MATCHED-LINE
                   ADD 1 TO ws-orders-cancelled
               WHEN line-match-found
                   MOVE ksds-amount      TO ws-prior-amount
                   MOVE sales-txn-type   TO ksds-txn-type
                   MOVE sales-unit-price TO ksds-unit-price
                   MOVE sales-amount     TO ksds-amount
                   PERFORM 3630-REWRITE-MATCHED-LINE
                   PERFORM 8100-ADJUST-VERIFY-AMOUNT
                   ADD 1 TO ws-invoices-applied
               WHEN sales-void-txn OR sales-cancel-txn
                   DISPLAY "NO LINE FOR " sales-txn-type " "
                       sales-cust-key " " sales-date " "
                       sales-item-no " " sales-receipt-no
                   ADD 1 TO ws-unmatched-count
               WHEN OTHER
                   PERFORM 3300-WRITE-REBUILT-RECORD
           END-EVALUATE.

      *> The void's match: same customer and date, a live sale for
      *> the same store, item, quantity and amount.
       3610-FIND-VOIDED-SALE.
           SET line-match-found TO FALSE
           MOVE sales-cust-key TO ksds-cust-key
           MOVE sales-date TO ksds-date
           MOVE ZERO TO ksds-seq
           SET no-more-lookback TO FALSE
           START sales-ksds KEY IS >= ksds-key
               INVALID KEY
                   SET no-more-lookback TO TRUE
           END-START
           PERFORM UNTIL no-more-lookback
               READ sales-ksds NEXT RECORD
                   AT END
                       SET no-more-lookback TO TRUE
               END-READ
               IF NOT no-more-lookback
                   IF ksds-cust-key = sales-cust-key
                       AND ksds-date = sales-date
                       IF ksds-sale-txn
                           AND ksds-store-no = sales-store-no
                           AND ksds-item-no = sales-item-no
                           AND ksds-qty = sales-qty
                           AND ksds-amount = sales-amount
                           SET line-match-found TO TRUE
                           SET no-more-lookback TO TRUE
                       END-IF
                   ELSE
                       SET no-more-lookback TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *> The order line's match: same customer, order number and
      *> line, item and quantity.  An invoice wants the line still
      *> shipped; a cancellation wants it live, shipped or
      *> invoiced, for the amount it cancels.  The edit pass also
      *> held a cancellation to tonight's postings; a rebuilt line
      *> carries its sales date as posting date, so that test is
      *> left to the reject history, which already dropped the
      *> cancellations it refused.
       3620-FIND-ORDER-LINE.
           SET line-match-found TO FALSE
           MOVE sales-cust-key TO ksds-cust-key
           MOVE ZERO TO ksds-date
           MOVE ZERO TO ksds-seq
           SET no-more-lookback TO FALSE
           START sales-ksds KEY IS >= ksds-key
               INVALID KEY
                   SET no-more-lookback TO TRUE
           END-START
           PERFORM UNTIL no-more-lookback
               READ sales-ksds NEXT RECORD
                   AT END
                       SET no-more-lookback TO TRUE
               END-READ
               IF NOT no-more-lookback
                   IF ksds-cust-key = sales-cust-key
                       IF ksds-order-channel
                           AND ksds-receipt-no = sales-receipt-no
                           AND ksds-line-no = sales-line-no
                           AND ksds-item-no = sales-item-no
                           AND ksds-qty = sales-qty
                           AND ((sales-cancel-txn
                                 AND (ksds-shipped-txn
                                   OR ksds-sale-txn)
                                 AND ksds-amount = sales-amount)
                             OR (NOT sales-cancel-txn
                                 AND ksds-shipped-txn))
                           SET line-match-found TO TRUE
                           SET no-more-lookback TO TRUE
                       END-IF
                   ELSE
                       SET no-more-lookback TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       3630-REWRITE-MATCHED-LINE.
           REWRITE sales-ksds-record
               INVALID KEY
                   DISPLAY "REPLAY LOST LOADED RECORD "
                       ksds-cust-key " " ksds-date " " ksds-seq
           END-REWRITE.

       8000-TALLY-VERIFY-TOTALS.
           PERFORM 8010-FIND-VERIFY-DATE
           IF NOT tally-dropped
               ADD 1 TO ws-ver-count (ver-idx)
               ADD ksds-amount TO ws-ver-amount (ver-idx)
           END-IF.

       8010-FIND-VERIFY-DATE.
           SET tally-dropped TO FALSE
           SET ver-idx TO 1
           SEARCH ws-verify-tbl
                   MOVE ZERO TO ws-ver-amount (ver-idx)
               WHEN ws-ver-date (ver-idx) = ksds-date
                   CONTINUE
           END-SEARCH.

      *> An invoiced line stays counted under its date; only its
      *> amount moves from the shipped figure to the invoiced one.
       8100-ADJUST-VERIFY-AMOUNT.
           PERFORM 8010-FIND-VERIFY-DATE
           IF NOT tally-dropped
               SUBTRACT ws-prior-amount FROM ws-ver-amount (ver-idx)
               ADD ksds-amount TO ws-ver-amount (ver-idx)
           END-IF.

           DISPLAY "  FEED RECORDS RELOADED:   " ws-feed-loaded
           DISPLAY "  CANCELLED VS REJECTS:    " ws-feed-cancelled
           DISPLAY "  DROPPED BY FIELD EDITS:  " ws-feed-dropped
           DISPLAY "  SALES MARKED VOIDED:     " ws-sales-voided
           DISPLAY "  ORDER LINES CANCELLED:   " ws-orders-cancelled
           DISPLAY "  SHIPPED LINES INVOICED:  " ws-invoices-applied
           DISPLAY "  NO LINE TO APPLY TO:     " ws-unmatched-count
           DISPLAY "  DUPLICATE KEYS SKIPPED:  " ws-dup-key-count
           IF ws-verify-failures > 0
               DISPLAY "REBUILD VERIFICATION FAILED - "
