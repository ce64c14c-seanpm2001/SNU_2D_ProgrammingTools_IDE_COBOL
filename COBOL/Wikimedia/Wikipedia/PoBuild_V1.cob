       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-BUILD-V1.
      *> Purchase-order build off the replenishment suggestions.
      *> REPLENISH-SUGGEST-V1 writes SUGGORD and prints a list; the
      *> buyers used to re-key every line they agreed with into a
      *> purchase order by hand.  Now they mark the lines they agree
      *> with on SUGGAPRV approval cards and this run does the rest:
      *>   - an approved line is sourced through the item-to-vendor
      *>     cross-reference and the vendor's ordering list (vendor
      *>     item code, case pack, unit cost) and its quantity is
      *>     rounded up to whole cases;
      *>   - the sourced lines are sorted and grouped into one
      *>     numbered purchase order per vendor/store, each line
      *>     due back the vendor's lead time after today's business
      *>     date, and written to POLINE for the inventory pass to
      *>     receive against;
      *>   - each order goes out on the POEDI order file -- header,
      *>     details, trailer -- and onto the PO print.
      *> A line that cannot be sourced (no vendor for the item, the
      *> vendor retired, or the item off the vendor's list) prints
      *> as not ordered.  An order whose value falls under the
      *> vendor's minimum is held -- printed, not numbered, nothing
      *> written -- for the buyer to top up or let ride to the next
      *> run.  Suggestions without an approval card are left alone.
      *>
      *> PO numbers run on from the single POCTL control record,
      *> which is created at zero on the first run.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Suggested-order records REPLENISH-SUGGEST-V1 wrote.
           SELECT suggest-file ASSIGN TO "SUGGORD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-suggest-status.

      *> Buyer approval cards: item (6), store (4), approved
      *> quantity (7; zero takes the suggested quantity as it
      *> stands), buyer id (8).
           SELECT suggest-approvals ASSIGN TO "SUGGAPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-approval-status.

           SELECT vendor-master ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS vend-no
               FILE STATUS IS ws-vendor-status.

           SELECT vendor-item-file ASSIGN TO "VENDITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS vit-key
               FILE STATUS IS ws-vendor-item-status.

           SELECT item-vendor-xref ASSIGN TO "ITEMVEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ivx-item-no
               FILE STATUS IS ws-item-vendor-status.

      *> Last PO number issued, one record.
           SELECT po-control ASSIGN TO "POCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-po-control-status.

           SELECT po-line-file ASSIGN TO "POLINE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pol-key
               FILE STATUS IS ws-po-line-status.

      *> Outbound EDI-style order file for the vendors.
           SELECT po-edi-file ASSIGN TO "POEDI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-po-edi-status.

      *> Business date card the date roll maintains; it is the
      *> order date on every PO.
           SELECT busdate-card ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-busdate-status.

           SELECT sort-work ASSIGN TO "SORTWK1".

           SELECT report-out ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-out-status.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout REPLENISH-SUGGEST-V1 writes.
       FD  suggest-file
           RECORDING MODE IS F.
       01  suggest-record.
           05  sug-item-no             PIC X(6).
           05  sug-store-no            PIC 9(4).
           05  sug-suggested-qty       PIC 9(7).
           05  sug-days-of-cover       PIC 9(5).
           05  sug-onhand-qty          PIC S9(7).
           05  sug-avg-daily-qty       PIC 9(5)V99.
           05  sug-asof-date           PIC 9(8).

       FD  suggest-approvals.
       01  suggest-approval-card.
           05  sap-item-no             PIC X(6).
           05  sap-store-no            PIC 9(4).
           05  sap-approved-qty        PIC 9(7).
           05  sap-buyer-id            PIC X(8).

       FD  vendor-master.
       COPY VENDREC.

       FD  vendor-item-file.
       COPY VENDITEM.

       FD  item-vendor-xref.
       COPY ITEMVEND.

       FD  po-control
           RECORDING MODE IS F.
       01  po-control-record.
           05  poctl-last-po-no        PIC 9(8).
           05  poctl-timestamp         PIC X(26).

       FD  po-line-file.
       COPY POLINE.

       FD  po-edi-file
           RECORDING MODE IS F.
       COPY POEDI.

       FD  busdate-card.
       01  busdate-line               PIC X(8).

       SD  sort-work.
       01  sort-work-record.
           05  sw-vend-no              PIC X(6).
           05  sw-store-no             PIC 9(4).
           05  sw-item-no              PIC X(6).
           05  sw-order-qty            PIC 9(7).
           05  sw-vendor-item-code     PIC X(15).
           05  sw-unit-cost            PIC 9(5)V99.
           05  sw-buyer-id             PIC X(8).

       FD  report-out.
       01  report-line                PIC X(80).

       WORKING-STORAGE SECTION.
       01  ws-file-status.
           05  ws-suggest-status       PIC XX.
           05  ws-approval-status      PIC XX.
           05  ws-vendor-status        PIC XX.
           05  ws-vendor-item-status   PIC XX.
           05  ws-item-vendor-status   PIC XX.
           05  ws-po-control-status    PIC XX.
           05  ws-po-line-status       PIC XX.
           05  ws-po-edi-status        PIC XX.
           05  ws-busdate-status       PIC XX.
           05  ws-report-out-status    PIC XX.

       01  ws-flags.
           05  no-more-approvals-sw    PIC X VALUE "N".
               88  no-more-approvals   VALUE "Y".
           05  no-more-suggest-sw      PIC X VALUE "N".
               88  no-more-suggest     VALUE "Y".
           05  no-more-sorted-sw       PIC X VALUE "N".
               88  no-more-sorted      VALUE "Y".
           05  first-sorted-sw         PIC X VALUE "Y".
               88  first-sorted-record
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  approval-found-sw       PIC X VALUE "N".
               88  approval-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  line-sourced-sw         PIC X VALUE "N".
               88  line-sourced
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-posting-busdate          PIC 9(8).

       01  ws-approval-table.
           05  ws-apr-count            PIC 9(3) VALUE ZERO.
           05  ws-apr-tbl OCCURS 500 TIMES INDEXED BY apr-idx.
               10  ws-apr-item         PIC X(6).
               10  ws-apr-store        PIC 9(4).
               10  ws-apr-qty          PIC 9(7).
               10  ws-apr-buyer        PIC X(8).

      *> The lines of the vendor/store order being gathered; the
      *> order is only numbered once its value is known to clear the
      *> vendor's minimum.
       01  ws-order-table.
           05  ws-ord-count            PIC 9(3) VALUE ZERO.
           05  ws-ord-tbl OCCURS 999 TIMES INDEXED BY ord-idx.
               10  ws-ord-item         PIC X(6).
               10  ws-ord-vendor-item  PIC X(15).
               10  ws-ord-qty          PIC 9(7).
               10  ws-ord-unit-cost    PIC 9(5)V99.
               10  ws-ord-buyer        PIC X(8).

       01  ws-prev-vend-no             PIC X(6).
       01  ws-prev-store-no            PIC 9(4).
       01  ws-order-qty                PIC 9(7).
       01  ws-case-count               PIC 9(7).
       01  ws-line-amount              PIC 9(9)V99.
       01  ws-order-amount             PIC 9(9)V99.
       01  ws-due-date                 PIC 9(8).
       01  ws-reject-reason            PIC X(30).

       01  ws-run-totals.
           05  ws-suggestions-read     PIC 9(7) VALUE ZERO.
           05  ws-not-approved         PIC 9(7) VALUE ZERO.
           05  ws-not-sourced          PIC 9(7) VALUE ZERO.
           05  ws-lines-ordered        PIC 9(7) VALUE ZERO.
           05  ws-orders-raised        PIC 9(5) VALUE ZERO.
           05  ws-orders-held          PIC 9(5) VALUE ZERO.
           05  ws-value-ordered        PIC 9(11)V99 VALUE ZERO.

       01  ws-not-ordered-line.
           05  ws-nol-item             PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-nol-store            PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-nol-qty              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-nol-vend             PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-nol-reason           PIC X(30).
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  ws-po-header-line.
           05  FILLER                  PIC X(3) VALUE "PO ".
           05  ws-poh-po-no            PIC 9(8).
           05  FILLER                  PIC X(9) VALUE "  VENDOR ".
           05  ws-poh-vend-no          PIC X(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  ws-poh-vend-name        PIC X(24).
           05  FILLER                  PIC X(7) VALUE " STORE ".
           05  ws-poh-store            PIC 9(4).
           05  FILLER                  PIC X(6) VALUE "  DUE ".
           05  ws-poh-due              PIC 9(8).
           05  FILLER                  PIC X(4) VALUE SPACES.

       01  ws-po-detail-line.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ws-pod-line-no          PIC 9(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-pod-item             PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-pod-vendor-item      PIC X(15).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-pod-qty              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-pod-unit-cost        PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-pod-amount           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  ws-po-total-line.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ws-pot-label            PIC X(14).
           05  ws-pot-lines            PIC ZZ9.
           05  FILLER                  PIC X(8) VALUE " LINES  ".
           05  ws-pot-amount           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-pot-note             PIC X(36).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           SORT sort-work
               ON ASCENDING KEY sw-vend-no sw-store-no sw-item-no
               INPUT PROCEDURE IS 6000-FEED-APPROVED-LINES
               OUTPUT PROCEDURE IS 7000-BUILD-ORDERS
           PERFORM 5000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-BUSDATE
           PERFORM 1200-LOAD-APPROVALS
           PERFORM 1300-OPEN-PO-CONTROL
           OPEN INPUT vendor-master
           OPEN INPUT vendor-item-file
           OPEN INPUT item-vendor-xref
           OPEN I-O po-line-file
           IF ws-po-line-status NOT = "00"
               OPEN OUTPUT po-line-file
               CLOSE po-line-file
               OPEN I-O po-line-file
           END-IF
           OPEN OUTPUT po-edi-file
           OPEN OUTPUT report-out
           MOVE SPACES TO report-line
           STRING "PURCHASE ORDER BUILD FOR " ws-posting-busdate
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "APPROVED SUGGESTIONS NOT ORDERED" TO report-line
           WRITE report-line
           MOVE "ITEM    STOR      QTY  VENDOR  REASON"
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

      *> No approval deck, nothing approved: the run prints its
      *> headings and raises nothing.
       1200-LOAD-APPROVALS.
           OPEN INPUT suggest-approvals
           IF ws-approval-status NOT = "00"
               SET no-more-approvals TO TRUE
           ELSE
               PERFORM UNTIL no-more-approvals
                   READ suggest-approvals
                       AT END
                           SET no-more-approvals TO TRUE
                       NOT AT END
                           IF ws-apr-count < 500
                               ADD 1 TO ws-apr-count
                               SET apr-idx TO ws-apr-count
                               MOVE sap-item-no
                                   TO ws-apr-item (apr-idx)
                               MOVE sap-store-no
                                   TO ws-apr-store (apr-idx)
                               MOVE sap-approved-qty
                                   TO ws-apr-qty (apr-idx)
                               MOVE sap-buyer-id
                                   TO ws-apr-buyer (apr-idx)
                           ELSE
                               DISPLAY "SUGGAPRV DECK OVER 500 - "
                                   "CARD SKIPPED " sap-item-no
                                   " " sap-store-no
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE suggest-approvals
           END-IF.

       1300-OPEN-PO-CONTROL.
           OPEN I-O po-control
           IF ws-po-control-status NOT = "00"
               OPEN OUTPUT po-control
               MOVE ZERO TO poctl-last-po-no
               MOVE FUNCTION CURRENT-DATE TO poctl-timestamp
               WRITE po-control-record
               CLOSE po-control
               OPEN I-O po-control
           END-IF
           READ po-control
               AT END
                   DISPLAY "POCTL EMPTY - NUMBERING FROM 1"
                   MOVE ZERO TO poctl-last-po-no
           END-READ.

      *> Every approved suggestion that can be sourced goes to the
      *> sort with its vendor, vendor item code, cost and a
      *> quantity in whole cases.
       6000-FEED-APPROVED-LINES.
           OPEN INPUT suggest-file
           IF ws-suggest-status NOT = "00"
               SET no-more-suggest TO TRUE
           END-IF
           PERFORM UNTIL no-more-suggest
               READ suggest-file
                   AT END
                       SET no-more-suggest TO TRUE
               END-READ
               IF NOT no-more-suggest
                   ADD 1 TO ws-suggestions-read
                   PERFORM 6100-FIND-APPROVAL
                   IF approval-found
                       PERFORM 6200-SOURCE-LINE
                   ELSE
                       ADD 1 TO ws-not-approved
                   END-IF
               END-IF
           END-PERFORM
           IF ws-suggest-status NOT = "35"
               CLOSE suggest-file
           END-IF.

       6100-FIND-APPROVAL.
           SET approval-found TO FALSE
           SET apr-idx TO 1
           SEARCH ws-apr-tbl
               WHEN apr-idx > ws-apr-count
                   CONTINUE
               WHEN ws-apr-item (apr-idx) = sug-item-no
                   AND ws-apr-store (apr-idx) = sug-store-no
                   SET approval-found TO TRUE
           END-SEARCH.

       6200-SOURCE-LINE.
           SET line-sourced TO FALSE
           IF ws-apr-qty (apr-idx) = ZERO
               MOVE sug-suggested-qty TO ws-order-qty
           ELSE
               MOVE ws-apr-qty (apr-idx) TO ws-order-qty
           END-IF
           MOVE SPACES TO vend-no
           MOVE sug-item-no TO ivx-item-no
           READ item-vendor-xref
               INVALID KEY
                   MOVE "NO VENDOR FOR ITEM" TO ws-reject-reason
               NOT INVALID KEY
                   PERFORM 6210-CHECK-VENDOR
           END-READ
           IF line-sourced
               IF vit-case-pack = ZERO
                   MOVE 1 TO vit-case-pack
               END-IF
               COMPUTE ws-case-count =
                   (ws-order-qty + vit-case-pack - 1) / vit-case-pack
               COMPUTE ws-order-qty = ws-case-count * vit-case-pack
               MOVE vend-no TO sw-vend-no
               MOVE sug-store-no TO sw-store-no
               MOVE sug-item-no TO sw-item-no
               MOVE ws-order-qty TO sw-order-qty
               MOVE vit-vendor-item-code TO sw-vendor-item-code
               MOVE vit-unit-cost TO sw-unit-cost
               MOVE ws-apr-buyer (apr-idx) TO sw-buyer-id
               RELEASE sort-work-record
           ELSE
               PERFORM 6300-PRINT-NOT-ORDERED
           END-IF.

       6210-CHECK-VENDOR.
           MOVE ivx-vend-no TO vend-no
           READ vendor-master
               INVALID KEY
                   MOVE "VENDOR NOT ON FILE" TO ws-reject-reason
               NOT INVALID KEY
                   IF vend-inactive
                       MOVE "VENDOR RETIRED" TO ws-reject-reason
                   ELSE
                       MOVE vend-no TO vit-vend-no
                       MOVE sug-item-no TO vit-item-no
                       READ vendor-item-file
                           INVALID KEY
                               MOVE "ITEM NOT ON VENDOR LIST"
                                   TO ws-reject-reason
                           NOT INVALID KEY
                               SET line-sourced TO TRUE
                       END-READ
                   END-IF
           END-READ.

       6300-PRINT-NOT-ORDERED.
           ADD 1 TO ws-not-sourced
           MOVE SPACES TO ws-not-ordered-line
           MOVE sug-item-no TO ws-nol-item
           MOVE sug-store-no TO ws-nol-store
           MOVE ws-order-qty TO ws-nol-qty
           MOVE vend-no TO ws-nol-vend
           MOVE ws-reject-reason TO ws-nol-reason
           MOVE ws-not-ordered-line TO report-line
           WRITE report-line.

      *> Control break on vendor/store: each group is one order.
       7000-BUILD-ORDERS.
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "PURCHASE ORDERS" TO report-line
           WRITE report-line
           PERFORM UNTIL no-more-sorted
               RETURN sort-work
                   AT END
                       SET no-more-sorted TO TRUE
               END-RETURN
               IF NOT no-more-sorted
                   IF NOT first-sorted-record
                       AND (sw-vend-no NOT = ws-prev-vend-no
                           OR sw-store-no NOT = ws-prev-store-no)
                       PERFORM 7100-CLOSE-ONE-ORDER
                   END-IF
                   IF first-sorted-record
                       OR sw-vend-no NOT = ws-prev-vend-no
                       OR sw-store-no NOT = ws-prev-store-no
                       SET first-sorted-record TO FALSE
                       MOVE sw-vend-no TO ws-prev-vend-no
                       MOVE sw-store-no TO ws-prev-store-no
                       MOVE ZERO TO ws-ord-count
                       MOVE ZERO TO ws-order-amount
                   END-IF
                   PERFORM 7050-ADD-ORDER-LINE
               END-IF
           END-PERFORM
           IF NOT first-sorted-record
               PERFORM 7100-CLOSE-ONE-ORDER
           END-IF.

       7050-ADD-ORDER-LINE.
           IF ws-ord-count < 999
               ADD 1 TO ws-ord-count
               SET ord-idx TO ws-ord-count
               MOVE sw-item-no TO ws-ord-item (ord-idx)
               MOVE sw-vendor-item-code
                   TO ws-ord-vendor-item (ord-idx)
               MOVE sw-order-qty TO ws-ord-qty (ord-idx)
               MOVE sw-unit-cost TO ws-ord-unit-cost (ord-idx)
               MOVE sw-buyer-id TO ws-ord-buyer (ord-idx)
               COMPUTE ws-order-amount = ws-order-amount
                   + sw-order-qty * sw-unit-cost
           ELSE
               DISPLAY "PO OVER 999 LINES - " sw-vend-no " "
                   sw-store-no " ITEM " sw-item-no " NOT ORDERED"
               ADD 1 TO ws-not-sourced
           END-IF.

      *> An order under the vendor's minimum is held back whole;
      *> anything else takes the next PO number.
       7100-CLOSE-ONE-ORDER.
           MOVE ws-prev-vend-no TO vend-no
           READ vendor-master
               INVALID KEY
                   MOVE SPACES TO vend-name
                   MOVE SPACES TO vend-edi-id
                   MOVE ZERO TO vend-lead-days
                   MOVE ZERO TO vend-min-order-amt
           END-READ
           IF ws-order-amount < vend-min-order-amt
               PERFORM 7500-PRINT-HELD-ORDER
           ELSE
               ADD 1 TO poctl-last-po-no
               COMPUTE ws-due-date = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (ws-posting-busdate)
                    + vend-lead-days)
               PERFORM 7200-WRITE-PO-HEADER
               PERFORM 7300-WRITE-PO-LINE
                   VARYING ord-idx FROM 1 BY 1
                   UNTIL ord-idx > ws-ord-count
               PERFORM 7400-WRITE-PO-TRAILER
               ADD 1 TO ws-orders-raised
               ADD ws-order-amount TO ws-value-ordered
           END-IF.

       7200-WRITE-PO-HEADER.
           MOVE SPACES TO po-edi-record
           SET edi-header TO TRUE
           MOVE poctl-last-po-no TO edi-po-no
           MOVE vend-no TO edi-hdr-vend-no
           MOVE vend-edi-id TO edi-hdr-partner-id
           MOVE ws-prev-store-no TO edi-hdr-ship-store
           MOVE ws-posting-busdate TO edi-hdr-order-date
           MOVE ws-due-date TO edi-hdr-due-date
           WRITE po-edi-record
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE poctl-last-po-no TO ws-poh-po-no
           MOVE vend-no TO ws-poh-vend-no
           MOVE vend-name TO ws-poh-vend-name
           MOVE ws-prev-store-no TO ws-poh-store
           MOVE ws-due-date TO ws-poh-due
           MOVE ws-po-header-line TO report-line
           WRITE report-line
           MOVE "   LIN  ITEM    VENDOR ITEM          QTY   UNIT COST"
               & "         AMOUNT"
               TO report-line
           WRITE report-line.

       7300-WRITE-PO-LINE.
           MOVE poctl-last-po-no TO pol-po-no
           SET pol-line-no TO ord-idx
           MOVE vend-no TO pol-vend-no
           MOVE ws-prev-store-no TO pol-store-no
           MOVE ws-ord-item (ord-idx) TO pol-item-no
           MOVE ws-ord-vendor-item (ord-idx) TO pol-vendor-item-code
           MOVE ws-ord-qty (ord-idx) TO pol-order-qty
           MOVE ZERO TO pol-received-qty
           MOVE ws-ord-unit-cost (ord-idx) TO pol-unit-cost
           MOVE ws-posting-busdate TO pol-order-date
           MOVE ws-due-date TO pol-due-date
           SET pol-open TO TRUE
           MOVE ZERO TO pol-last-receipt-date
           MOVE ws-ord-buyer (ord-idx) TO pol-buyer-id
           MOVE FUNCTION CURRENT-DATE TO pol-timestamp
           WRITE po-line-record
               INVALID KEY
                   DISPLAY "POLINE DUPLICATE KEY - CHECK POCTL "
                       pol-po-no " " pol-line-no
           END-WRITE
           MOVE SPACES TO po-edi-record
           SET edi-detail TO TRUE
           MOVE pol-po-no TO edi-po-no
           MOVE pol-line-no TO edi-dtl-line-no
           MOVE pol-vendor-item-code TO edi-dtl-vendor-item
           MOVE pol-item-no TO edi-dtl-item-no
           MOVE pol-order-qty TO edi-dtl-qty
           MOVE pol-unit-cost TO edi-dtl-unit-cost
           WRITE po-edi-record
           COMPUTE ws-line-amount = pol-order-qty * pol-unit-cost
           MOVE pol-line-no TO ws-pod-line-no
           MOVE pol-item-no TO ws-pod-item
           MOVE pol-vendor-item-code TO ws-pod-vendor-item
           MOVE pol-order-qty TO ws-pod-qty
           MOVE pol-unit-cost TO ws-pod-unit-cost
           MOVE ws-line-amount TO ws-pod-amount
           MOVE ws-po-detail-line TO report-line
           WRITE report-line
           ADD 1 TO ws-lines-ordered.

       7400-WRITE-PO-TRAILER.
           MOVE SPACES TO po-edi-record
           SET edi-trailer TO TRUE
           MOVE poctl-last-po-no TO edi-po-no
           MOVE ws-ord-count TO edi-trl-line-count
           MOVE ws-order-amount TO edi-trl-order-amt
           WRITE po-edi-record
           MOVE "ORDER TOTAL" TO ws-pot-label
           MOVE ws-ord-count TO ws-pot-lines
           MOVE ws-order-amount TO ws-pot-amount
           MOVE SPACES TO ws-pot-note
           MOVE ws-po-total-line TO report-line
           WRITE report-line.

       7500-PRINT-HELD-ORDER.
           ADD 1 TO ws-orders-held
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING "HELD - VENDOR " vend-no " " vend-name
               " STORE " ws-prev-store-no
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE "ORDER VALUE" TO ws-pot-label
           MOVE ws-ord-count TO ws-pot-lines
           MOVE ws-order-amount TO ws-pot-amount
           MOVE "BELOW VENDOR MINIMUM - NOT RAISED" TO ws-pot-note
           MOVE ws-po-total-line TO report-line
           WRITE report-line.

       5000-FINALIZE.
           MOVE FUNCTION CURRENT-DATE TO poctl-timestamp
           REWRITE po-control-record
           CLOSE vendor-master, vendor-item-file, item-vendor-xref,
               po-control, po-line-file, po-edi-file, report-out
           DISPLAY "PURCHASE ORDER BUILD RUN COMPLETE"
           DISPLAY "  SUGGESTIONS READ:   " ws-suggestions-read
           DISPLAY "  NOT APPROVED:       " ws-not-approved
           DISPLAY "  NOT SOURCED:        " ws-not-sourced
           DISPLAY "  ORDERS RAISED:      " ws-orders-raised
           DISPLAY "  LINES ORDERED:      " ws-lines-ordered
           DISPLAY "  ORDERS HELD:        " ws-orders-held
           DISPLAY "  LAST PO NUMBER:     " poctl-last-po-no
           DISPLAY "  VALUE ORDERED:      " ws-value-ordered.
