      *>     onto REJCARRY, which becomes tomorrow's REJFILE.
      *>
      *> Both streams are sorted into key order first (reject-key =
      *> corr-key = cust-key + original sales date, then receipt and
      *> line) and walked together one pass, the classic match/merge
      *> shape for two keyed sequential files.
      *>
      *> Whole tickets: when a store rang an entire receipt wrong
      *> (wrong date, wrong store, wrong till) the desk quotes the
      *> store the receipt number and keys one card for it, line
      *> zero, instead of one per line.  That card stays in play
      *> while the rejects on its receipt go by, each line taking
      *> the card's date, store and cashier and keeping its own
      *> item, quantity and amounts, and every line is re-edited on
      *> its own.  A card with no receipt matches on customer and
      *> date alone, the way decks cut before receipts did.
      *>
      *> The credit-limit and price-reasonability re-checks below are
      *> read-only: this program never updates cust-balance.  A
               RECORD KEY IS promo-key
               FILE STATUS IS ws-promo-status.

      *> Run-parameter registry: the settings that used to come
      *> off one-off control cards, looked up under the card's old
      *> name for the value in force on the run date.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

      *> Shared run-statistics file every step of the chain appends
      *> to; the end-of-night balancing step cross-foots it.
       FILE SECTION.
       FD  reject-in
           RECORDING MODE IS F.
       01  reject-in-record            PIC X(81).

       SD  sort-work.
       01  sort-work-record.
               10  sw-cust-key         PIC X(10).
               10  sw-date-orig        PIC 9(8).
           05  FILLER                  PIC X(49).
           05  sw-receipt-no           PIC X(10).
           05  sw-line-no              PIC 9(3).
           05  FILLER                  PIC X.

       FD  reject-sorted
           RECORDING MODE IS F.
                     ==reject-txn-type==     BY ==carry-txn-type==
                     ==reject-sale-txn==     BY ==carry-sale-txn==
                     ==reject-return-txn==   BY ==carry-return-txn==
                     ==reject-cashier-id==   BY ==carry-cashier-id==
                     ==reject-receipt-no==   BY ==carry-receipt-no==
                     ==reject-line-no==      BY ==carry-line-no==
                     ==reject-channel==      BY ==carry-channel==.

       FD  customer-file.
       COPY CUSTREC.
       FD  promo-master.
       COPY PROMOPRC.

       FD  parm-registry.
       COPY PARMREG.

       FD  run-stats
           RECORDING MODE IS F.
           05  ws-store-status         PIC XX.
           05  ws-item-status          PIC XX.
           05  ws-promo-status         PIC XX.
           05  ws-run-stats-status     PIC XX.
           05  ws-busdate-status       PIC XX.

           05  promo-matched-sw        PIC X VALUE "N".
               88  promo-matched
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  ticket-card-used-sw     PIC X VALUE "N".
               88  ticket-card-used
                   VALUE "Y" WHEN SET TO FALSE IS "N".

      *> Full match keys for the two streams: customer, date,
      *> receipt, line.  A card with no receipt, or a whole-ticket
      *> card, borrows the reject's receipt and/or line so it
      *> compares equal on the parts it does not name.
       01  ws-reject-match-key.
           05  ws-rmk-cust-key         PIC X(10).
           05  ws-rmk-date             PIC 9(8).
           05  ws-rmk-receipt-no       PIC X(10).
           05  ws-rmk-line-no          PIC 9(3).
       01  ws-corr-match-key.
           05  ws-cmk-cust-key         PIC X(10).
           05  ws-cmk-date             PIC 9(8).
           05  ws-cmk-receipt-no       PIC X(10).
           05  ws-cmk-line-no          PIC 9(3).

       01  ws-price-tolerance-pct      PIC 9(3)V99 VALUE 10.00.
       01  ws-expected-amount          PIC 9(7)V99.
           05  ws-rejects-in-amount    PIC S9(11)V99 VALUE ZERO.
           05  ws-corrected-amount     PIC S9(11)V99 VALUE ZERO.

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

      *> PRICETOL, off the run-parameter registry.
       01  price-tolerance-parm-line  PIC X(5).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1190-READ-BUSDATE
           PERFORM 1175-READ-PRICE-TOLERANCE-PARM
           SORT sort-work
               ON ASCENDING KEY sw-key
               ON ASCENDING KEY sw-receipt-no
               ON ASCENDING KEY sw-line-no
               USING reject-in
               GIVING reject-sorted
           OPEN INPUT reject-sorted
           PERFORM 1400-READ-CORRECTION.

       1175-READ-PRICE-TOLERANCE-PARM.
           MOVE ws-posting-busdate TO ws-parm-as-of
           MOVE "PRICETOL" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO price-tolerance-parm-line
               MOVE price-tolerance-parm-line
                   TO ws-price-tolerance-pct
           END-IF.

       1190-READ-BUSDATE.
                   SET no-more-correction TO TRUE
           END-READ.

      *> A whole-ticket card is not consumed by the line it
      *> matches; it is read past once the rejects have moved on
      *> beyond its receipt, and only counts as unmatched if no
      *> line on the receipt was there for it.
       2000-MATCH-MERGE.
           IF NOT no-more-correction
               PERFORM 2050-BUILD-MATCH-KEYS
           END-IF
           EVALUATE TRUE
               WHEN no-more-correction
                   OR ws-reject-match-key < ws-corr-match-key
                   PERFORM 2100-CARRY-FORWARD-REJECT
                   PERFORM 1300-READ-REJECT
               WHEN ws-corr-match-key < ws-reject-match-key
                   IF ticket-card-used
                       SET ticket-card-used TO FALSE
                   ELSE
                       DISPLAY "CORRECTN UNMATCHED KEY - SKIPPED "
                           corr-key " " corr-receipt-no
                       ADD 1 TO ws-unmatched-corr-count
                   END-IF
                   PERFORM 1400-READ-CORRECTION
               WHEN OTHER
                   PERFORM 2200-APPLY-CORRECTION
                   PERFORM 1300-READ-REJECT
                   IF corr-receipt-no NOT = SPACES
                       AND corr-whole-ticket
                       SET ticket-card-used TO TRUE
                   ELSE
                       PERFORM 1400-READ-CORRECTION
                   END-IF
           END-EVALUATE.

       2050-BUILD-MATCH-KEYS.
           MOVE reject-cust-key   TO ws-rmk-cust-key
           MOVE reject-date-orig  TO ws-rmk-date
           MOVE reject-receipt-no TO ws-rmk-receipt-no
           MOVE reject-line-no    TO ws-rmk-line-no
           MOVE corr-cust-key     TO ws-cmk-cust-key
           MOVE corr-date-orig    TO ws-cmk-date
           EVALUATE TRUE
               WHEN corr-receipt-no = SPACES
                   MOVE reject-receipt-no TO ws-cmk-receipt-no
                   MOVE reject-line-no    TO ws-cmk-line-no
               WHEN corr-whole-ticket
                   MOVE corr-receipt-no   TO ws-cmk-receipt-no
                   MOVE reject-line-no    TO ws-cmk-line-no
               WHEN OTHER
                   MOVE corr-receipt-no   TO ws-cmk-receipt-no
                   MOVE corr-line-no      TO ws-cmk-line-no
           END-EVALUATE.

       2100-CARRY-FORWARD-REJECT.
           MOVE reject-status        TO carry-status
           MOVE reject-txn-type      TO carry-txn-type
           MOVE reject-cashier-id    TO carry-cashier-id
           MOVE reject-receipt-no    TO carry-receipt-no
           MOVE reject-line-no       TO carry-line-no
           MOVE reject-channel       TO carry-channel
           WRITE carry-record.

       2200-APPLY-CORRECTION.
           IF corr-receipt-no NOT = SPACES
               AND corr-whole-ticket
               PERFORM 2210-BUILD-TICKET-LINE
           ELSE
               PERFORM 2205-BUILD-CORRECTED-LINE
           END-IF
           MOVE SPACES               TO sales-reason-code
           PERFORM VALIDATE-CORRECTED-SALE
           ADD reject-amount TO ws-rejects-in-amount
               ADD 1 TO ws-still-invalid-count
           END-IF.

       2205-BUILD-CORRECTED-LINE.
           MOVE corr-cust-key        TO sales-cust-key
           MOVE corr-new-date        TO sales-date
           MOVE corr-store-no        TO sales-store-no
           MOVE corr-item-no         TO sales-item-no
           MOVE corr-qty             TO sales-qty
           MOVE corr-unit-price      TO sales-unit-price
           MOVE corr-amount          TO sales-amount
           MOVE corr-txn-type        TO sales-txn-type
           MOVE corr-cashier-id      TO sales-cashier-id
           MOVE reject-receipt-no    TO sales-receipt-no
           MOVE reject-line-no       TO sales-line-no
           MOVE reject-channel       TO sales-channel.

      *> The ticket card carries the header-level fix; the line
      *> keeps what the store rang on it.  A zero date or store, or
      *> a blank cashier, on the card leaves the line's own value
      *> standing.
       2210-BUILD-TICKET-LINE.
           MOVE reject-cust-key      TO sales-cust-key
           MOVE reject-item-no       TO sales-item-no
           MOVE reject-qty           TO sales-qty
           MOVE reject-unit-price    TO sales-unit-price
           MOVE reject-amount        TO sales-amount
           MOVE reject-txn-type      TO sales-txn-type
           MOVE reject-receipt-no    TO sales-receipt-no
           MOVE reject-line-no       TO sales-line-no
           MOVE reject-channel       TO sales-channel
           IF corr-new-date = ZERO
               MOVE reject-date-orig TO sales-date
           ELSE
               MOVE corr-new-date    TO sales-date
           END-IF
           IF corr-store-no = ZERO
               MOVE reject-store-no  TO sales-store-no
           ELSE
               MOVE corr-store-no    TO sales-store-no
           END-IF
           IF corr-cashier-id = SPACES
               MOVE reject-cashier-id TO sales-cashier-id
           ELSE
               MOVE corr-cashier-id  TO sales-cashier-id
           END-IF.

      *> Mirrors VALIDATE-SALES-RECORD in INITIATE_V1 -- same reason
      *> codes, same order of edits -- so a corrected sale has to clear
      *> the identical bar an original sale would.  A corrected return
                       IF valid-record
                           PERFORM 2265-CHECK-STORE
                       END-IF
                       IF valid-record
                           PERFORM 2261-CHECK-CHANNEL
                       END-IF
                       IF valid-record
                           PERFORM 2267-CHECK-ITEM
                       END-IF
                       IF valid-record
                           IF sales-sale-txn OR sales-shipped-txn
                               PERFORM 2270-CHECK-CREDIT-LIMIT
                           END-IF
      *> A void's amount is the original sale's, so the price edit
      *> has nothing to judge; its lookback match is re-applied
      *> when INITIATE re-processes the re-fed transaction, the
      *> same deferral the return-quantity edit gets.  An order
      *> cancellation is the same case against its order line.
                           IF valid-record
                               AND NOT sales-void-txn
                               AND NOT sales-cancel-txn
                               PERFORM 2275-CHECK-PRICE-REASONABLE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *> Same reason-16/17 channel edit as INITIATE_V1.  The channel
      *> is carried off the reject, not the card, so a line keyed on
      *> the wrong channel is fixed at the source feed.
       2261-CHECK-CHANNEL.
           EVALUATE TRUE
               WHEN NOT sales-till-channel
                   AND NOT sales-order-channel
               WHEN sales-till-channel
                   AND (sales-shipped-txn OR sales-cancel-txn)
               WHEN sales-order-channel
                   AND (sales-void-txn OR sales-receipt-no = SPACES)
                   SET valid-record TO FALSE
                   MOVE "16" TO sales-reason-code
               WHEN sales-order-channel
                   AND NOT store-fulfils-orders
                   SET valid-record TO FALSE
                   MOVE "17" TO sales-reason-code
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Same reason-10 edit as INITIATE_V1.
       2265-CHECK-STORE.
           MOVE sales-store-no TO store-key
           SET carry-pending TO TRUE
           MOVE sales-txn-type   TO carry-txn-type
           MOVE sales-cashier-id TO carry-cashier-id
           MOVE sales-receipt-no TO carry-receipt-no
           MOVE sales-line-no    TO carry-line-no
           MOVE sales-channel    TO carry-channel
           WRITE carry-record.

       3000-FINALIZE.
           WRITE run-stats-record
           CLOSE run-stats.

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
