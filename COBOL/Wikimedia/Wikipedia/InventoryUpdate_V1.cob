      *>     report, since a store selling stock we don't think it
      *>     has is either a receiving miss or shrink, and either
      *>     way somebody should walk the floor in the morning.
      *>     Each line also goes to RPTBURST under its store, so
      *>     the distribution step can put it in front of that
      *>     store's manager rather than the whole estate's.
      *> A store/item with no record yet is created on first touch,
      *> starting from zero -- the opening count load is a one-time
      *> RCPTFEED deck, not a special program.
      *>
      *> Receipts are also matched against the open purchase-order
      *> lines PO-BUILD-V1 raised.  A receipt card carrying a PO
      *> number is matched within that PO; one without is matched to
      *> the oldest open line for its store/item, spilling onto the
      *> next when it more than fills the first.  The PO line takes
      *> the received quantity and closes once it is filled.  The
      *> POEXCPT report lists over-receipts (more than was ordered),
      *> short receipts (a line left part-filled), receipts with no
      *> open PO line to match, and then every line still open past
      *> the due date its vendor's lead time set.  On-hand takes the
      *> full receipt either way -- the stock is in the back room
      *> whether or not anybody ordered it.
      *>
      *> Inter-store transfers come in on XFERFEED.  A SHIP card
      *> takes the quantity off the shipping store at once and
      *> holds it on the INTRANS in-transit file; the receiving
      *> store's RECV card for the same transfer number confirms it
      *> into that store's on-hand.  Both stores are edited against
      *> STORMAST and a closed store is refused as a destination (a
      *> closing store may still ship its stock out).  Refused cards,
      *> short confirmations and every transfer still in transit
      *> past the XFERPARM days print on XFERRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS ws-sales-ksds-status.

      *> Warehouse receipts feed: store (4), item (6), quantity (5),
      *> receipt date (8), PO number (8; blank when the warehouse
      *> did not key one, and on decks cut before it existed).
           SELECT receipt-feed ASSIGN TO "RCPTFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-receipt-status.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-out-status.

      *> Burst copy of the negative on-hand list, tagged by store,
      *> for the report distribution step.
           SELECT report-burst ASSIGN TO "RPTBURST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-report-burst-status.

      *> Purchase-order lines, keyed by PO number/line.
           SELECT po-line-file ASSIGN TO "POLINE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pol-key
               FILE STATUS IS ws-po-line-status.

      *> Receipt-matching exceptions and the overdue PO list.
           SELECT po-exceptions ASSIGN TO "POEXCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-po-excp-status.

      *> Inter-store transfer cards: type (4: SHIP or RECV),
      *> transfer number (8), from store (4), to store (4), item
      *> (6), quantity (5), date (8).  A RECV card needs only the
      *> transfer number and date; a quantity on it is what the
      *> receiving store counted (blank or zero: all of it).
           SELECT transfer-feed ASSIGN TO "XFERFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-transfer-status.

      *> Transfers in transit, keyed by transfer number.
           SELECT in-transit-file ASSIGN TO "INTRANS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS itr-transfer-no
               FILE STATUS IS ws-in-transit-status.

           SELECT store-master ASSIGN TO "STORMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS store-key
               FILE STATUS IS ws-store-status.

      *> Run-parameter registry: the settings that used to come
      *> off one-off control cards, looked up under the card's old
      *> name for the value in force on the run date.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

      *> Refused transfers and the aged in-transit report.
           SELECT transfer-report ASSIGN TO "XFERRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-transfer-rpt-status.

      *> Shared run-statistics file every step of the chain appends
      *> to; the end-of-night balancing step cross-foots it.
           SELECT run-stats ASSIGN TO "RUNSTATS"
           05  rcpt-item-no            PIC X(6).
           05  rcpt-qty                PIC 9(5).
           05  rcpt-date               PIC 9(8).
           05  rcpt-po-no              PIC 9(8).

       FD  onhand-file.
       COPY ONHAND.
       FD  report-out.
       01  report-line                PIC X(80).

       FD  report-burst
           RECORDING MODE IS F.
       COPY RPTBURST.

       FD  po-line-file.
       COPY POLINE.

       FD  po-exceptions.
       01  po-exception-line          PIC X(80).

       FD  transfer-feed.
       01  transfer-card.
           05  xfr-txn-type            PIC X(4).
               88  xfr-ship            VALUE "SHIP".
               88  xfr-receive         VALUE "RECV".
           05  xfr-transfer-no         PIC 9(8).
           05  xfr-from-store          PIC 9(4).
           05  xfr-to-store            PIC 9(4).
           05  xfr-item-no             PIC X(6).
           05  xfr-qty                 PIC 9(5).
           05  xfr-date                PIC 9(8).

       FD  in-transit-file.
       COPY INTRANS.

       FD  store-master.
       COPY STOREREC.

       FD  parm-registry.
       COPY PARMREG.

       FD  transfer-report.
       01  transfer-report-line       PIC X(80).

       FD  run-stats
           RECORDING MODE IS F.
       COPY RUNSTATS.
           05  ws-onhand-status        PIC XX.
           05  ws-date-range-status    PIC XX.
           05  ws-report-out-status    PIC XX.
           05  ws-report-burst-status  PIC XX.
           05  ws-run-stats-status     PIC XX.
           05  ws-busdate-status       PIC XX.
           05  ws-po-line-status       PIC XX.
           05  ws-po-excp-status       PIC XX.
           05  ws-transfer-status      PIC XX.
           05  ws-in-transit-status    PIC XX.
           05  ws-store-status         PIC XX.
           05  ws-transfer-rpt-status  PIC XX.

       01  ws-flags.
           05  no-more-sales-sw        PIC X VALUE "N".
           05  onhand-found-sw         PIC X VALUE "N".
               88  onhand-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  no-more-po-lines-sw     PIC X VALUE "N".
               88  no-more-po-lines
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  po-matched-sw           PIC X VALUE "N".
               88  po-matched
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  po-line-left-sw         PIC X VALUE "Y".
               88  po-line-left
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  no-more-transfers-sw    PIC X VALUE "N".
               88  no-more-transfers   VALUE "Y".
           05  no-more-in-transit-sw   PIC X VALUE "N".
               88  no-more-in-transit  VALUE "Y".
           05  transfer-found-sw       PIC X VALUE "N".
               88  transfer-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-posting-busdate          PIC 9(8).
       01  ws-movement-date            PIC 9(8).
           05  ws-receipts-applied     PIC 9(7) VALUE ZERO.
           05  ws-receipts-dropped     PIC 9(7) VALUE ZERO.
           05  ws-negative-items       PIC 9(7) VALUE ZERO.
           05  ws-receipts-matched     PIC 9(7) VALUE ZERO.
           05  ws-over-receipts        PIC 9(7) VALUE ZERO.
           05  ws-short-receipts       PIC 9(7) VALUE ZERO.
           05  ws-receipts-no-po       PIC 9(7) VALUE ZERO.
           05  ws-overdue-lines        PIC 9(7) VALUE ZERO.

      *> Every PO line still open or part-received, loaded in key
      *> order -- so oldest PO first -- for the receipt matching.
       01  ws-open-po-table.
           05  ws-opl-count            PIC 9(5) VALUE ZERO.
           05  ws-opl-tbl OCCURS 5000 TIMES INDEXED BY opl-idx.
               10  ws-opl-po-no        PIC 9(8).
               10  ws-opl-line-no      PIC 9(3).
               10  ws-opl-store        PIC 9(4).
               10  ws-opl-item         PIC X(6).
               10  ws-opl-outstanding  PIC 9(7).
       01  ws-last-matched             PIC 9(5).
       01  ws-receipt-po-no            PIC 9(8).
       01  ws-receipt-remaining        PIC 9(7).
       01  ws-apply-qty                PIC 9(7).
       01  ws-days-late                PIC 9(5).

       01  ws-transfer-age-days        PIC 9(3) VALUE 5.
       01  ws-transfer-refusal         PIC X(30).
       01  ws-received-qty             PIC 9(5).
       01  ws-days-in-transit          PIC 9(5).

       01  ws-transfer-totals.
           05  ws-transfers-read       PIC 9(7) VALUE ZERO.
           05  ws-transfers-shipped    PIC 9(7) VALUE ZERO.
           05  ws-transfers-received   PIC 9(7) VALUE ZERO.
           05  ws-transfers-refused    PIC 9(7) VALUE ZERO.
           05  ws-transfers-aged       PIC 9(7) VALUE ZERO.
           05  ws-transit-open         PIC 9(7) VALUE ZERO.
           05  ws-transit-units        PIC 9(9) VALUE ZERO.

       01  ws-transfer-line.
           05  ws-xfl-type             PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-xfl-transfer-no      PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-xfl-from             PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-xfl-to               PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-xfl-item             PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-xfl-qty              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-xfl-date             PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-xfl-note             PIC X(26).

       01  ws-receipt-exc-line.
           05  ws-rex-reason           PIC X(16).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-rex-po-no            PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  ws-rex-line-no          PIC ZZZ.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-rex-store            PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-rex-item             PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-rex-rcvd             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-rex-variance         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-rex-date             PIC 9(8).
           05  FILLER                  PIC X(9) VALUE SPACES.

       01  ws-overdue-line.
           05  ws-odl-po-no            PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  ws-odl-line-no          PIC 9(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-odl-vend-no          PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-odl-store            PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-odl-item             PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-odl-ordered          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-odl-received         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-odl-due              PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-odl-days-late        PIC ZZZZ9.
           05  FILLER                  PIC X(9) VALUE SPACES.

       01  ws-exception-line.
           05  ws-exc-store            PIC 9(4).
           05  ws-exc-moved            PIC 9(8).
           05  FILLER                  PIC X(48) VALUE SPACES.

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

      *> XFERPARM, off the run-parameter registry.
      *> Transfer aging card: days in transit before a transfer is
      *> reported, PIC 9(3), columns 1-3.  Defaults to 5.
       01  transfer-parm-line         PIC 9(3).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
               UNTIL no-more-sales
           PERFORM 3000-APPLY-RECEIPTS
               UNTIL no-more-receipts
           PERFORM 3600-APPLY-TRANSFERS
               UNTIL no-more-transfers
           PERFORM 4000-REPORT-NEGATIVES
           PERFORM 4500-REPORT-OVERDUE-PO
           PERFORM 4700-REPORT-IN-TRANSIT
           PERFORM 5000-FINALIZE
           PERFORM 9810-LOG-STEP-END
           STOP RUN.
               OPEN I-O onhand-file
           END-IF
           OPEN OUTPUT report-out
           PERFORM 9600-OPEN-REPORT-BURST
           MOVE "NEGATIVE ON-HAND EXCEPTIONS" TO report-line
           WRITE report-line
           PERFORM 9610-BURST-HEADING
           OPEN I-O po-line-file
           IF ws-po-line-status NOT = "00"
               OPEN OUTPUT po-line-file
               CLOSE po-line-file
               OPEN I-O po-line-file
           END-IF
           PERFORM 1200-LOAD-OPEN-PO-LINES
           OPEN OUTPUT po-exceptions
           MOVE SPACES TO po-exception-line
           STRING "PO RECEIPT EXCEPTIONS FOR " ws-posting-busdate
               DELIMITED BY SIZE INTO po-exception-line
           WRITE po-exception-line
           MOVE "EXCEPTION         PO       LIN  STOR  ITEM      RCVD"
               & "  VARIANCE  DATE"
               TO po-exception-line
           WRITE po-exception-line
           PERFORM 1250-READ-TRANSFER-PARM
           OPEN INPUT store-master
           OPEN I-O in-transit-file
           IF ws-in-transit-status NOT = "00"
               OPEN OUTPUT in-transit-file
               CLOSE in-transit-file
               OPEN I-O in-transit-file
           END-IF
           OPEN INPUT transfer-feed
           IF ws-transfer-status NOT = "00"
               SET no-more-transfers TO TRUE
           END-IF
           OPEN OUTPUT transfer-report
           MOVE SPACES TO transfer-report-line
           STRING "INTER-STORE TRANSFERS FOR " ws-posting-busdate
               DELIMITED BY SIZE INTO transfer-report-line
           WRITE transfer-report-line
           MOVE "TRANSFER CARDS REFUSED OR SHORT" TO
               transfer-report-line
           WRITE transfer-report-line
           MOVE "TYPE  TRANSFER  FROM  TO    ITEM      QTY  DATE"
               TO transfer-report-line
           WRITE transfer-report-line.

       1250-READ-TRANSFER-PARM.
           MOVE ws-posting-busdate TO ws-parm-as-of
           MOVE "XFERPARM" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value (1:3) TO transfer-parm-line
               IF transfer-parm-line IS NUMERIC
                   AND transfer-parm-line > ZERO
                   MOVE transfer-parm-line
                       TO ws-transfer-age-days
               END-IF
           END-IF.

       1100-READ-BUSDATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ws-posting-busdate
               CLOSE date-range-parm
           END-IF.

       1200-LOAD-OPEN-PO-LINES.
           SET no-more-po-lines TO FALSE
           MOVE LOW-VALUES TO pol-key
           START po-line-file KEY IS >= pol-key
               INVALID KEY
                   SET no-more-po-lines TO TRUE
           END-START
           PERFORM UNTIL no-more-po-lines
               READ po-line-file NEXT RECORD
                   AT END
                       SET no-more-po-lines TO TRUE
               END-READ
               IF NOT no-more-po-lines
                   AND pol-outstanding
                   IF ws-opl-count < 5000
                       ADD 1 TO ws-opl-count
                       SET opl-idx TO ws-opl-count
                       MOVE pol-po-no TO ws-opl-po-no (opl-idx)
                       MOVE pol-line-no TO ws-opl-line-no (opl-idx)
                       MOVE pol-store-no TO ws-opl-store (opl-idx)
                       MOVE pol-item-no TO ws-opl-item (opl-idx)
                       COMPUTE ws-opl-outstanding (opl-idx) =
                           pol-order-qty - pol-received-qty
                   ELSE
                       DISPLAY "OPEN PO TABLE FULL - " pol-po-no
                           " " pol-line-no " NOT MATCHED"
                   END-IF
               END-IF
           END-PERFORM.

       2000-APPLY-SALES.
           READ sales-ksds NEXT RECORD
               AT END
                   MOVE rcpt-date     TO ws-movement-date
                   PERFORM 8100-POST-MOVEMENT
                   ADD 1 TO ws-receipts-applied
                   PERFORM 3100-MATCH-RECEIPT
               END-IF
           END-IF.

      *> A SHIP takes stock off the shipping store and puts it in
      *> transit; a RECV confirms it into the receiving store.
       3600-APPLY-TRANSFERS.
           READ transfer-feed
               AT END
                   SET no-more-transfers TO TRUE
           END-READ
           IF NOT no-more-transfers
               ADD 1 TO ws-transfers-read
               MOVE SPACES TO ws-transfer-refusal
               SET transfer-found TO FALSE
               IF xfr-transfer-no IS NUMERIC
                   MOVE xfr-transfer-no TO itr-transfer-no
                   READ in-transit-file
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET transfer-found TO TRUE
                   END-READ
               ELSE
                   MOVE "NO TRANSFER NUMBER" TO ws-transfer-refusal
               END-IF
               EVALUATE TRUE
                   WHEN ws-transfer-refusal NOT = SPACES
                       CONTINUE
                   WHEN xfr-ship
                       PERFORM 3700-EDIT-SHIPMENT
                       IF ws-transfer-refusal = SPACES
                           PERFORM 3750-APPLY-SHIPMENT
                       END-IF
                   WHEN xfr-receive
                       PERFORM 3800-EDIT-RECEIPT
                       IF ws-transfer-refusal = SPACES
                           PERFORM 3850-APPLY-TRANSFER-RECEIPT
                       END-IF
                   WHEN OTHER
                       MOVE "UNKNOWN CARD TYPE" TO ws-transfer-refusal
               END-EVALUATE
               IF ws-transfer-refusal NOT = SPACES
                   ADD 1 TO ws-transfers-refused
                   MOVE ws-transfer-refusal TO ws-xfl-note
                   PERFORM 3900-PRINT-TRANSFER-CARD
               END-IF
           END-IF.

      *> The first failing edit names the refusal.
       3700-EDIT-SHIPMENT.
           EVALUATE TRUE
               WHEN transfer-found
                   MOVE "TRANSFER NUMBER ALREADY USED"
                       TO ws-transfer-refusal
               WHEN xfr-item-no = SPACES
                   OR xfr-qty NOT NUMERIC
                   OR xfr-qty = ZERO
                   OR xfr-date NOT NUMERIC
                   MOVE "INCOMPLETE SHIP CARD" TO ws-transfer-refusal
               WHEN xfr-from-store NOT NUMERIC
                   OR xfr-to-store NOT NUMERIC
                   OR xfr-from-store = xfr-to-store
                   MOVE "FROM/TO STORE INVALID"
                       TO ws-transfer-refusal
               WHEN OTHER
                   MOVE xfr-from-store TO store-key
                   READ store-master
                       INVALID KEY
                           MOVE "FROM STORE NOT ON STORMAST"
                               TO ws-transfer-refusal
                   END-READ
                   IF ws-transfer-refusal = SPACES
                       MOVE xfr-to-store TO store-key
                       READ store-master
                           INVALID KEY
                               MOVE "TO STORE NOT ON STORMAST"
                                   TO ws-transfer-refusal
                           NOT INVALID KEY
                               IF store-closed
                                   MOVE "TO STORE IS CLOSED"
                                       TO ws-transfer-refusal
                               END-IF
                       END-READ
                   END-IF
           END-EVALUATE.

       3750-APPLY-SHIPMENT.
           COMPUTE ws-movement-qty = 0 - xfr-qty
           MOVE xfr-from-store TO oh-store-no
           MOVE xfr-item-no TO oh-item-no
           MOVE xfr-date TO ws-movement-date
           PERFORM 8100-POST-MOVEMENT
           MOVE xfr-transfer-no TO itr-transfer-no
           MOVE xfr-from-store TO itr-from-store
           MOVE xfr-to-store TO itr-to-store
           MOVE xfr-item-no TO itr-item-no
           MOVE xfr-qty TO itr-ship-qty
           MOVE xfr-date TO itr-ship-date
           SET itr-in-transit TO TRUE
           MOVE ZERO TO itr-received-qty
           MOVE ZERO TO itr-confirm-date
           MOVE FUNCTION CURRENT-DATE TO itr-timestamp
           WRITE in-transit-record
           ADD 1 TO ws-transfers-shipped.

      *> A RECV naming a receiving store must name the one the
      *> stock was shipped to.
       3800-EDIT-RECEIPT.
           EVALUATE TRUE
               WHEN NOT transfer-found
                   MOVE "TRANSFER NOT SHIPPED" TO ws-transfer-refusal
               WHEN itr-confirmed
                   MOVE "TRANSFER ALREADY RECEIVED"
                       TO ws-transfer-refusal
               WHEN xfr-date NOT NUMERIC
                   MOVE "INCOMPLETE RECV CARD" TO ws-transfer-refusal
               WHEN xfr-to-store IS NUMERIC
                   AND xfr-to-store NOT = ZERO
                   AND xfr-to-store NOT = itr-to-store
                   MOVE "RECEIVED AT WRONG STORE"
                       TO ws-transfer-refusal
               WHEN xfr-qty IS NUMERIC
                   AND xfr-qty > itr-ship-qty
                   MOVE "RECEIVED MORE THAN SHIPPED"
                       TO ws-transfer-refusal
               WHEN OTHER
                   MOVE itr-to-store TO store-key
                   READ store-master
                       INVALID KEY
                           MOVE "TO STORE NOT ON STORMAST"
                               TO ws-transfer-refusal
                   END-READ
           END-EVALUATE.

       3850-APPLY-TRANSFER-RECEIPT.
           IF xfr-qty IS NUMERIC
               AND xfr-qty > ZERO
               MOVE xfr-qty TO ws-received-qty
           ELSE
               MOVE itr-ship-qty TO ws-received-qty
           END-IF
           MOVE ws-received-qty TO ws-movement-qty
           MOVE itr-to-store TO oh-store-no
           MOVE itr-item-no TO oh-item-no
           MOVE xfr-date TO ws-movement-date
           PERFORM 8100-POST-MOVEMENT
           MOVE ws-received-qty TO itr-received-qty
           MOVE xfr-date TO itr-confirm-date
           SET itr-confirmed TO TRUE
           MOVE FUNCTION CURRENT-DATE TO itr-timestamp
           REWRITE in-transit-record
           ADD 1 TO ws-transfers-received
           IF ws-received-qty < itr-ship-qty
               MOVE SPACES TO ws-xfl-note
               STRING "SHORT - SHIPPED " itr-ship-qty
                   DELIMITED BY SIZE INTO ws-xfl-note
               PERFORM 3900-PRINT-TRANSFER-CARD
           END-IF.

       3900-PRINT-TRANSFER-CARD.
           MOVE xfr-txn-type TO ws-xfl-type
           MOVE xfr-transfer-no TO ws-xfl-transfer-no
           MOVE xfr-from-store TO ws-xfl-from
           MOVE xfr-to-store TO ws-xfl-to
           MOVE xfr-item-no TO ws-xfl-item
           MOVE xfr-qty TO ws-xfl-qty
           MOVE xfr-date TO ws-xfl-date
           MOVE ws-transfer-line TO transfer-report-line
           WRITE transfer-report-line.

      *> Fill open PO lines for the store/item, oldest first (or
      *> within the keyed PO), until the receipt is used up or no
      *> line is left to take it.
       3100-MATCH-RECEIPT.
           IF rcpt-po-no IS NUMERIC
               MOVE rcpt-po-no TO ws-receipt-po-no
           ELSE
               MOVE ZERO TO ws-receipt-po-no
           END-IF
           MOVE rcpt-qty TO ws-receipt-remaining
           SET po-matched TO FALSE
           SET po-line-left TO TRUE
           PERFORM 3200-FILL-NEXT-PO-LINE
               UNTIL ws-receipt-remaining = ZERO
                   OR NOT po-line-left
           EVALUATE TRUE
               WHEN NOT po-matched
                   ADD 1 TO ws-receipts-no-po
                   MOVE "NO OPEN PO LINE" TO ws-rex-reason
                   MOVE ZERO TO ws-rex-line-no
                   MOVE rcpt-qty TO ws-rex-variance
                   IF ws-receipt-po-no = ZERO
                       MOVE SPACES TO ws-rex-po-no
                   ELSE
                       MOVE ws-receipt-po-no TO ws-rex-po-no
                   END-IF
                   PERFORM 3500-PRINT-RECEIPT-EXCEPTION
               WHEN ws-receipt-remaining > ZERO
                   SET opl-idx TO ws-last-matched
                   MOVE ws-receipt-remaining TO ws-apply-qty
                   PERFORM 3300-UPDATE-PO-LINE
                   ADD 1 TO ws-over-receipts
                   MOVE "OVER-RECEIPT" TO ws-rex-reason
                   MOVE ws-receipt-remaining TO ws-rex-variance
                   PERFORM 3400-PRINT-LINE-EXCEPTION
               WHEN OTHER
                   SET opl-idx TO ws-last-matched
                   IF ws-opl-outstanding (opl-idx) > ZERO
                       ADD 1 TO ws-short-receipts
                       MOVE "SHORT RECEIPT" TO ws-rex-reason
                       MOVE ws-opl-outstanding (opl-idx)
                           TO ws-rex-variance
                       PERFORM 3400-PRINT-LINE-EXCEPTION
                   END-IF
           END-EVALUATE
           IF po-matched
               ADD 1 TO ws-receipts-matched
           END-IF.

       3200-FILL-NEXT-PO-LINE.
           SET po-line-left TO FALSE
           SET opl-idx TO 1
           SEARCH ws-opl-tbl
               WHEN opl-idx > ws-opl-count
                   CONTINUE
               WHEN ws-opl-store (opl-idx) = rcpt-store-no
                   AND ws-opl-item (opl-idx) = rcpt-item-no
                   AND ws-opl-outstanding (opl-idx) > ZERO
                   AND (ws-receipt-po-no = ZERO
                       OR ws-opl-po-no (opl-idx) = ws-receipt-po-no)
                   SET po-line-left TO TRUE
           END-SEARCH
           IF po-line-left
               SET po-matched TO TRUE
               SET ws-last-matched TO opl-idx
               IF ws-receipt-remaining > ws-opl-outstanding (opl-idx)
                   MOVE ws-opl-outstanding (opl-idx) TO ws-apply-qty
               ELSE
                   MOVE ws-receipt-remaining TO ws-apply-qty
               END-IF
               SUBTRACT ws-apply-qty FROM ws-receipt-remaining
               SUBTRACT ws-apply-qty FROM ws-opl-outstanding (opl-idx)
               PERFORM 3300-UPDATE-PO-LINE
           END-IF.

      *> The line closes once it has had everything ordered; an
      *> over-receipt lands on the line it overfilled.
       3300-UPDATE-PO-LINE.
           MOVE ws-opl-po-no (opl-idx) TO pol-po-no
           MOVE ws-opl-line-no (opl-idx) TO pol-line-no
           READ po-line-file
               INVALID KEY
                   DISPLAY "POLINE MISSING - " pol-po-no " "
                       pol-line-no " RECEIPT NOT RECORDED"
               NOT INVALID KEY
                   ADD ws-apply-qty TO pol-received-qty
                   IF pol-received-qty >= pol-order-qty
                       SET pol-closed TO TRUE
                   ELSE
                       SET pol-part-received TO TRUE
                   END-IF
                   MOVE rcpt-date TO pol-last-receipt-date
                   MOVE FUNCTION CURRENT-DATE TO pol-timestamp
                   REWRITE po-line-record
           END-READ.

       3400-PRINT-LINE-EXCEPTION.
           MOVE ws-opl-po-no (opl-idx) TO ws-rex-po-no
           MOVE ws-opl-line-no (opl-idx) TO ws-rex-line-no
           PERFORM 3500-PRINT-RECEIPT-EXCEPTION.

       3500-PRINT-RECEIPT-EXCEPTION.
           MOVE rcpt-store-no TO ws-rex-store
           MOVE rcpt-item-no TO ws-rex-item
           MOVE rcpt-qty TO ws-rex-rcvd
           MOVE rcpt-date TO ws-rex-date
           MOVE ws-receipt-exc-line TO po-exception-line
           WRITE po-exception-line.

      *> Read-for-update of the on-hand record the key fields name;
      *> a store/item not on file yet is created from zero.
       8100-POST-MOVEMENT.
                   MOVE oh-last-movement-date TO ws-exc-moved
                   MOVE ws-exception-line TO report-line
                   WRITE report-line
                   PERFORM 9620-BURST-STORE-LINE
                   ADD 1 TO ws-negative-items
               END-IF
           END-IF.

      *> Every PO line still open or part-received once tonight's
      *> receipts are in, whose due date is behind the business
      *> date: the vendor has had its lead time and more.
       4500-REPORT-OVERDUE-PO.
           MOVE SPACES TO po-exception-line
           WRITE po-exception-line
           MOVE "PO LINES OVERDUE" TO po-exception-line
           WRITE po-exception-line
           MOVE "PO       LIN  VENDOR  STOR  ITEM     ORDERED  RECEIVED"
               & "  DUE       LATE"
               TO po-exception-line
           WRITE po-exception-line
           SET no-more-po-lines TO FALSE
           MOVE LOW-VALUES TO pol-key
           START po-line-file KEY IS >= pol-key
               INVALID KEY
                   SET no-more-po-lines TO TRUE
           END-START
           PERFORM 4600-SWEEP-PO-LINES
               UNTIL no-more-po-lines.

       4600-SWEEP-PO-LINES.
           READ po-line-file NEXT RECORD
               AT END
                   SET no-more-po-lines TO TRUE
           END-READ
           IF NOT no-more-po-lines
               IF pol-outstanding
                   AND pol-due-date < ws-posting-busdate
                   COMPUTE ws-days-late =
                       FUNCTION INTEGER-OF-DATE (ws-posting-busdate)
                       - FUNCTION INTEGER-OF-DATE (pol-due-date)
                   MOVE pol-po-no TO ws-odl-po-no
                   MOVE pol-line-no TO ws-odl-line-no
                   MOVE pol-vend-no TO ws-odl-vend-no
                   MOVE pol-store-no TO ws-odl-store
                   MOVE pol-item-no TO ws-odl-item
                   MOVE pol-order-qty TO ws-odl-ordered
                   MOVE pol-received-qty TO ws-odl-received
                   MOVE pol-due-date TO ws-odl-due
                   MOVE ws-days-late TO ws-odl-days-late
                   MOVE ws-overdue-line TO po-exception-line
                   WRITE po-exception-line
                   ADD 1 TO ws-overdue-lines
               END-IF
           END-IF.

      *> The in-transit position: every transfer not yet confirmed,
      *> totalled, and those out longer than the XFERPARM days
      *> listed for the two stores to chase.
       4700-REPORT-IN-TRANSIT.
           MOVE SPACES TO transfer-report-line
           WRITE transfer-report-line
           MOVE SPACES TO transfer-report-line
           STRING "TRANSFERS IN TRANSIT OVER " ws-transfer-age-days
               " DAYS"
               DELIMITED BY SIZE INTO transfer-report-line
           WRITE transfer-report-line
           MOVE "TYPE  TRANSFER  FROM  TO    ITEM      QTY  SHIPPED"
               TO transfer-report-line
           WRITE transfer-report-line
           MOVE LOW-VALUES TO itr-transfer-no
           START in-transit-file KEY IS >= itr-transfer-no
               INVALID KEY
                   SET no-more-in-transit TO TRUE
           END-START
           PERFORM 4800-SWEEP-IN-TRANSIT
               UNTIL no-more-in-transit
           MOVE SPACES TO transfer-report-line
           STRING "IN TRANSIT: " ws-transit-open " TRANSFERS, "
               ws-transit-units " UNITS; " ws-transfers-aged
               " AGED"
               DELIMITED BY SIZE INTO transfer-report-line
           WRITE transfer-report-line.

       4800-SWEEP-IN-TRANSIT.
           READ in-transit-file NEXT RECORD
               AT END
                   SET no-more-in-transit TO TRUE
           END-READ
           IF NOT no-more-in-transit
               AND itr-in-transit
               ADD 1 TO ws-transit-open
               ADD itr-ship-qty TO ws-transit-units
               COMPUTE ws-days-in-transit =
                   FUNCTION INTEGER-OF-DATE (ws-posting-busdate)
                   - FUNCTION INTEGER-OF-DATE (itr-ship-date)
               IF ws-days-in-transit > ws-transfer-age-days
                   ADD 1 TO ws-transfers-aged
                   MOVE "SHIP" TO ws-xfl-type
                   MOVE itr-transfer-no TO ws-xfl-transfer-no
                   MOVE itr-from-store TO ws-xfl-from
                   MOVE itr-to-store TO ws-xfl-to
                   MOVE itr-item-no TO ws-xfl-item
                   MOVE itr-ship-qty TO ws-xfl-qty
                   MOVE itr-ship-date TO ws-xfl-date
                   MOVE SPACES TO ws-xfl-note
                   STRING ws-days-in-transit " DAYS IN TRANSIT"
                       DELIMITED BY SIZE INTO ws-xfl-note
                   MOVE ws-transfer-line TO transfer-report-line
                   WRITE transfer-report-line
               END-IF
           END-IF.

       5000-FINALIZE.
           PERFORM 5100-WRITE-RUN-STATS
           CLOSE sales-ksds, receipt-feed, onhand-file, report-out,
               po-line-file, po-exceptions, in-transit-file,
               store-master, transfer-report, report-burst
           IF ws-transfer-status NOT = "35"
               CLOSE transfer-feed
           END-IF
           DISPLAY "INVENTORY UPDATE RUN COMPLETE"
           DISPLAY "  SALES MOVEMENTS:   " ws-sales-applied
           DISPLAY "  RECEIPTS APPLIED:  " ws-receipts-applied
           DISPLAY "  RECEIPTS DROPPED:  " ws-receipts-dropped
           DISPLAY "  NEGATIVE ON-HAND:  " ws-negative-items
           DISPLAY "  RECEIPTS ON PO:    " ws-receipts-matched
           DISPLAY "  OVER-RECEIPTS:     " ws-over-receipts
           DISPLAY "  SHORT RECEIPTS:    " ws-short-receipts
           DISPLAY "  RECEIPTS NO PO:    " ws-receipts-no-po
           DISPLAY "  PO LINES OVERDUE:  " ws-overdue-lines
           DISPLAY "  TRANSFERS SHIPPED: " ws-transfers-shipped
           DISPLAY "  TRANSFERS RECVD:   " ws-transfers-received
           DISPLAY "  TRANSFERS REFUSED: " ws-transfers-refused
           DISPLAY "  IN TRANSIT AGED:   " ws-transfers-aged.

       5100-WRITE-RUN-STATS.
           OPEN EXTEND run-stats
           MOVE ws-posting-busdate TO stat-business-date
           COMPUTE stat-records-in =
               ws-sales-read + ws-receipts-applied
               + ws-receipts-dropped + ws-transfers-read
           COMPUTE stat-records-out =
               ws-sales-applied + ws-receipts-applied
               + ws-transfers-shipped + ws-transfers-received
           COMPUTE stat-rejects =
               ws-receipts-dropped + ws-transfers-refused
           MOVE ZERO TO stat-amount-in
           MOVE ZERO TO stat-amount-out
           MOVE FUNCTION CURRENT-DATE TO stat-timestamp
           WRITE run-stats-record
           CLOSE run-stats.

      *> The burst file is appended to: the other reports of the
      *> night add their own lines to the same generation before
      *> the distribution step splits it.
       9600-OPEN-REPORT-BURST.
           OPEN EXTEND report-burst
           IF ws-report-burst-status NOT = "00"
               OPEN OUTPUT report-burst
           END-IF.

      *> Copies the line just printed to the burst file, as a
      *> heading or as a detail for the on-hand record's store.
       9610-BURST-HEADING.
           MOVE ZERO TO brst-store-no
           MOVE SPACES TO brst-region, brst-district
           SET brst-heading TO TRUE
           PERFORM 9650-WRITE-BURST.

       9620-BURST-STORE-LINE.
           MOVE oh-store-no TO brst-store-no
           MOVE SPACES TO brst-region, brst-district
           SET brst-detail TO TRUE
           PERFORM 9650-WRITE-BURST.

       9650-WRITE-BURST.
           MOVE "NEGONHND" TO brst-report-id
           MOVE ws-posting-busdate TO brst-business-date
           MOVE report-line TO brst-print-line
           WRITE report-burst-record.

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
