       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-MAINT-V1.
      *> Audited vendor maintenance, in the COA-MAINT-V1 and
      *> PRICE-MAINT-V1 discipline.  Keeps the three files the PO
      *> build orders from -- the vendor master, each vendor's
      *> ordering item list and the item-to-vendor cross-reference
      *> -- off VENDTXN transaction cards:
      *>   VADD - new vendor (number free, name non-blank);
      *>   VCHG - replace a vendor's name, lead time, minimum order,
      *>          EDI partner id and status from the card;
      *>   VDEL - retire a vendor.  The record stays on file marked
      *>          inactive, because open PO lines still name it; the
      *>          PO build will not order from an inactive vendor;
      *>   IADD - put an item on a vendor's ordering list.  An item
      *>          nobody supplied yet is cross-referenced to this
      *>          vendor at the same time;
      *>   ICHG - replace the vendor item code, case pack and unit
      *>          cost on a list entry;
      *>   IDEL - take an item off a vendor's list, and drop the
      *>          cross-reference when it pointed at this vendor;
      *>   XSET - send an item's replenishment orders to another
      *>          vendor, which must already list the item.
      *> Every applied card writes a before/after image to the
      *> VENDAUD trail and a line on the register; a card failing
      *> its edit is displayed and counted, never applied.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT vendor-master ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS vend-no
               FILE STATUS IS ws-vendor-status.

           SELECT vendor-item-file ASSIGN TO "VENDITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS vit-key
               FILE STATUS IS ws-vendor-item-status.

           SELECT item-vendor-xref ASSIGN TO "ITEMVEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ivx-item-no
               FILE STATUS IS ws-item-vendor-status.

           SELECT vendor-txn ASSIGN TO "VENDTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-vendor-txn-status.

           SELECT vendor-audit ASSIGN TO "VENDAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-vendor-audit-status.

           SELECT report-out ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-out-status.

       DATA DIVISION.
       FILE SECTION.
       FD  vendor-master.
       COPY VENDREC.

       FD  vendor-item-file.
       COPY VENDITEM.

       FD  item-vendor-xref.
       COPY ITEMVEND.

      *> Transaction card: type (4), vendor (6), item (6, blank on
      *> the vendor cards), then either the vendor fields -- name
      *> (30), lead days (3), minimum order value (9, 7V99), EDI
      *> partner id (15), status (1, A or I; blank reads as A) --
      *> or the ordering-list fields -- vendor item code (15), case
      *> pack (5), unit cost (7, 5V99).
       FD  vendor-txn.
       01  vendor-txn-line.
           05  vntx-txn-type            PIC X(4).
               88  vntx-vendor-add      VALUE "VADD".
               88  vntx-vendor-change   VALUE "VCHG".
               88  vntx-vendor-delete   VALUE "VDEL".
               88  vntx-item-add        VALUE "IADD".
               88  vntx-item-change     VALUE "ICHG".
               88  vntx-item-delete     VALUE "IDEL".
               88  vntx-xref-set        VALUE "XSET".
           05  vntx-vend-no             PIC X(6).
           05  vntx-item-no             PIC X(6).
           05  vntx-body                PIC X(58).
           05  vntx-vendor-body REDEFINES vntx-body.
               10  vntx-vend-name       PIC X(30).
               10  vntx-lead-days       PIC 9(3).
               10  vntx-min-order-amt   PIC 9(7)V99.
               10  vntx-edi-id          PIC X(15).
               10  vntx-status          PIC X.
           05  vntx-item-body REDEFINES vntx-body.
               10  vntx-vendor-item-code PIC X(15).
               10  vntx-case-pack       PIC 9(5).
               10  vntx-unit-cost       PIC 9(5)V99.
               10  FILLER               PIC X(31).

       FD  vendor-audit
           RECORDING MODE IS F.
       COPY VENDAUD.

       FD  report-out.
       01  report-line                PIC X(80).

       WORKING-STORAGE SECTION.
       01  ws-file-status.
           05  ws-vendor-status        PIC XX.
           05  ws-vendor-item-status   PIC XX.
           05  ws-item-vendor-status   PIC XX.
           05  ws-vendor-txn-status    PIC XX.
           05  ws-vendor-audit-status  PIC XX.
           05  ws-report-out-status    PIC XX.

       01  ws-flags.
           05  no-more-txns-sw         PIC X VALUE "N".
               88  no-more-txns        VALUE "Y".
           05  vendor-found-sw         PIC X VALUE "N".
               88  vendor-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  vendor-item-found-sw    PIC X VALUE "N".
               88  vendor-item-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  xref-found-sw           PIC X VALUE "N".
               88  xref-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-run-totals.
           05  ws-adds-applied         PIC 9(5) VALUE ZERO.
           05  ws-changes-applied      PIC 9(5) VALUE ZERO.
           05  ws-deletes-applied      PIC 9(5) VALUE ZERO.
           05  ws-xrefs-applied        PIC 9(5) VALUE ZERO.
           05  ws-txns-rejected        PIC 9(5) VALUE ZERO.

       01  ws-register-line.
           05  ws-reg-txn-type         PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-reg-vend-no          PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-reg-item-no          PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-reg-tag              PIC X(6).
           05  ws-reg-image            PIC X(52).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL no-more-txns
           PERFORM 4000-FINALIZE
           STOP RUN.

      *> The three masters are created empty on the very first run,
      *> so the opening vendor load is simply a deck of VADD and
      *> IADD cards.
       1000-INITIALIZE.
           OPEN I-O vendor-master
           IF ws-vendor-status NOT = "00"
               OPEN OUTPUT vendor-master
               CLOSE vendor-master
               OPEN I-O vendor-master
           END-IF
           OPEN I-O vendor-item-file
           IF ws-vendor-item-status NOT = "00"
               OPEN OUTPUT vendor-item-file
               CLOSE vendor-item-file
               OPEN I-O vendor-item-file
           END-IF
           OPEN I-O item-vendor-xref
           IF ws-item-vendor-status NOT = "00"
               OPEN OUTPUT item-vendor-xref
               CLOSE item-vendor-xref
               OPEN I-O item-vendor-xref
           END-IF
           OPEN INPUT vendor-txn
           OPEN OUTPUT vendor-audit
           OPEN OUTPUT report-out
           MOVE "VENDOR MAINTENANCE REGISTER" TO report-line
           WRITE report-line.

       2000-PROCESS-TRANSACTIONS.
           READ vendor-txn
               AT END
                   SET no-more-txns TO TRUE
           END-READ
           IF NOT no-more-txns
               PERFORM 2050-LOOK-UP-VENDOR
               EVALUATE TRUE
                   WHEN vntx-vendor-add
                       PERFORM 2100-APPLY-VENDOR-ADD
                   WHEN vntx-vendor-change
                       PERFORM 2200-APPLY-VENDOR-CHANGE
                   WHEN vntx-vendor-delete
                       PERFORM 2300-APPLY-VENDOR-DELETE
                   WHEN vntx-item-add
                       PERFORM 2060-LOOK-UP-VENDOR-ITEM
                       PERFORM 2400-APPLY-ITEM-ADD
                   WHEN vntx-item-change
                       PERFORM 2060-LOOK-UP-VENDOR-ITEM
                       PERFORM 2500-APPLY-ITEM-CHANGE
                   WHEN vntx-item-delete
                       PERFORM 2060-LOOK-UP-VENDOR-ITEM
                       PERFORM 2600-APPLY-ITEM-DELETE
                   WHEN vntx-xref-set
                       PERFORM 2060-LOOK-UP-VENDOR-ITEM
                       PERFORM 2700-APPLY-XREF-SET
                   WHEN OTHER
                       DISPLAY "VENDTXN UNKNOWN TYPE "
                           vntx-txn-type " VENDOR " vntx-vend-no
                       ADD 1 TO ws-txns-rejected
               END-EVALUATE
           END-IF.

       2050-LOOK-UP-VENDOR.
           SET vendor-found TO FALSE
           MOVE vntx-vend-no TO vend-no
           READ vendor-master
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET vendor-found TO TRUE
           END-READ.

       2060-LOOK-UP-VENDOR-ITEM.
           SET vendor-item-found TO FALSE
           MOVE vntx-vend-no TO vit-vend-no
           MOVE vntx-item-no TO vit-item-no
           READ vendor-item-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET vendor-item-found TO TRUE
           END-READ.

       2070-LOOK-UP-XREF.
           SET xref-found TO FALSE
           MOVE vntx-item-no TO ivx-item-no
           READ item-vendor-xref
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET xref-found TO TRUE
           END-READ.

       2100-APPLY-VENDOR-ADD.
           IF vendor-found
               DISPLAY "VADD VENDOR ALREADY ON FILE " vntx-vend-no
               ADD 1 TO ws-txns-rejected
           ELSE
               IF vntx-vend-name = SPACES
                   OR vntx-lead-days NOT NUMERIC
                   OR vntx-min-order-amt NOT NUMERIC
                   DISPLAY "VADD INCOMPLETE CARD " vntx-vend-no
                   ADD 1 TO ws-txns-rejected
               ELSE
                   MOVE SPACES TO vaud-before-image
                   MOVE vntx-vend-no TO vend-no
                   PERFORM 2150-MOVE-VENDOR-FIELDS
                   WRITE vendor-record
                   MOVE vendor-record (7:58) TO vaud-after-image
                   PERFORM 2900-WRITE-AUDIT
                   ADD 1 TO ws-adds-applied
               END-IF
           END-IF.

       2150-MOVE-VENDOR-FIELDS.
           MOVE vntx-vend-name TO vend-name
           MOVE vntx-lead-days TO vend-lead-days
           MOVE vntx-min-order-amt TO vend-min-order-amt
           MOVE vntx-edi-id TO vend-edi-id
           IF vntx-status = "I"
               SET vend-inactive TO TRUE
           ELSE
               SET vend-active TO TRUE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO vend-timestamp.

       2200-APPLY-VENDOR-CHANGE.
           IF NOT vendor-found
               DISPLAY "VCHG VENDOR NOT ON FILE " vntx-vend-no
               ADD 1 TO ws-txns-rejected
           ELSE
               IF vntx-vend-name = SPACES
                   OR vntx-lead-days NOT NUMERIC
                   OR vntx-min-order-amt NOT NUMERIC
                   DISPLAY "VCHG INCOMPLETE CARD " vntx-vend-no
                   ADD 1 TO ws-txns-rejected
               ELSE
                   MOVE vendor-record (7:58) TO vaud-before-image
                   PERFORM 2150-MOVE-VENDOR-FIELDS
                   REWRITE vendor-record
                   MOVE vendor-record (7:58) TO vaud-after-image
                   PERFORM 2900-WRITE-AUDIT
                   ADD 1 TO ws-changes-applied
               END-IF
           END-IF.

      *> Retired, not removed: the PO lines already raised against
      *> the vendor still have to be received and aged.
       2300-APPLY-VENDOR-DELETE.
           IF NOT vendor-found
               DISPLAY "VDEL VENDOR NOT ON FILE " vntx-vend-no
               ADD 1 TO ws-txns-rejected
           ELSE
               MOVE vendor-record (7:58) TO vaud-before-image
               SET vend-inactive TO TRUE
               MOVE FUNCTION CURRENT-DATE TO vend-timestamp
               REWRITE vendor-record
               MOVE vendor-record (7:58) TO vaud-after-image
               PERFORM 2900-WRITE-AUDIT
               ADD 1 TO ws-deletes-applied
           END-IF.

       2400-APPLY-ITEM-ADD.
           IF NOT vendor-found
               DISPLAY "IADD VENDOR NOT ON FILE " vntx-vend-no
               ADD 1 TO ws-txns-rejected
           ELSE
               IF vendor-item-found
                   DISPLAY "IADD ITEM ALREADY LISTED " vntx-vend-no
                       " " vntx-item-no
                   ADD 1 TO ws-txns-rejected
               ELSE
                   IF vntx-item-no = SPACES
                       OR vntx-case-pack NOT NUMERIC
                       OR vntx-unit-cost NOT NUMERIC
                       DISPLAY "IADD INCOMPLETE CARD " vntx-vend-no
                           " " vntx-item-no
                       ADD 1 TO ws-txns-rejected
                   ELSE
                       MOVE SPACES TO vaud-before-image
                       MOVE vntx-vend-no TO vit-vend-no
                       MOVE vntx-item-no TO vit-item-no
                       PERFORM 2450-MOVE-ITEM-FIELDS
                       WRITE vendor-item-record
                       MOVE vendor-item-record (13:27)
                           TO vaud-after-image
                       PERFORM 2900-WRITE-AUDIT
                       ADD 1 TO ws-adds-applied
                       PERFORM 2070-LOOK-UP-XREF
                       IF NOT xref-found
                           PERFORM 2750-WRITE-XREF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> A zero case pack means the vendor ships eaches.
       2450-MOVE-ITEM-FIELDS.
           MOVE vntx-vendor-item-code TO vit-vendor-item-code
           IF vntx-case-pack = ZERO
               MOVE 1 TO vit-case-pack
           ELSE
               MOVE vntx-case-pack TO vit-case-pack
           END-IF
           MOVE vntx-unit-cost TO vit-unit-cost
           MOVE FUNCTION CURRENT-DATE TO vit-timestamp.

       2500-APPLY-ITEM-CHANGE.
           IF NOT vendor-item-found
               DISPLAY "ICHG ITEM NOT LISTED " vntx-vend-no
                   " " vntx-item-no
               ADD 1 TO ws-txns-rejected
           ELSE
               IF vntx-case-pack NOT NUMERIC
                   OR vntx-unit-cost NOT NUMERIC
                   DISPLAY "ICHG INCOMPLETE CARD " vntx-vend-no
                       " " vntx-item-no
                   ADD 1 TO ws-txns-rejected
               ELSE
                   MOVE vendor-item-record (13:27)
                       TO vaud-before-image
                   PERFORM 2450-MOVE-ITEM-FIELDS
                   REWRITE vendor-item-record
                   MOVE vendor-item-record (13:27)
                       TO vaud-after-image
                   PERFORM 2900-WRITE-AUDIT
                   ADD 1 TO ws-changes-applied
               END-IF
           END-IF.

      *> An item coming off the list of the vendor it is ordered
      *> from loses its cross-reference too, so the PO build prints
      *> it as unsourced instead of ordering what the vendor no
      *> longer sells.
       2600-APPLY-ITEM-DELETE.
           IF NOT vendor-item-found
               DISPLAY "IDEL ITEM NOT LISTED " vntx-vend-no
                   " " vntx-item-no
               ADD 1 TO ws-txns-rejected
           ELSE
               MOVE vendor-item-record (13:27) TO vaud-before-image
               DELETE vendor-item-file
               MOVE SPACES TO vaud-after-image
               PERFORM 2900-WRITE-AUDIT
               ADD 1 TO ws-deletes-applied
               PERFORM 2070-LOOK-UP-XREF
               IF xref-found
                   AND ivx-vend-no = vntx-vend-no
                   MOVE ivx-vend-no TO vaud-before-image
                   DELETE item-vendor-xref
                   MOVE SPACES TO vaud-after-image
                   MOVE "XDEL" TO vntx-txn-type
                   PERFORM 2900-WRITE-AUDIT
                   ADD 1 TO ws-xrefs-applied
               END-IF
           END-IF.

       2700-APPLY-XREF-SET.
           IF NOT vendor-found
               DISPLAY "XSET VENDOR NOT ON FILE " vntx-vend-no
               ADD 1 TO ws-txns-rejected
           ELSE
               IF NOT vendor-item-found
                   DISPLAY "XSET ITEM NOT ON VENDOR LIST "
                       vntx-vend-no " " vntx-item-no
                   ADD 1 TO ws-txns-rejected
               ELSE
                   PERFORM 2070-LOOK-UP-XREF
                   PERFORM 2750-WRITE-XREF
               END-IF
           END-IF.

       2750-WRITE-XREF.
           IF xref-found
               MOVE ivx-vend-no TO vaud-before-image
           ELSE
               MOVE SPACES TO vaud-before-image
           END-IF
           MOVE vntx-item-no TO ivx-item-no
           MOVE vntx-vend-no TO ivx-vend-no
           MOVE FUNCTION CURRENT-DATE TO ivx-timestamp
           IF xref-found
               REWRITE item-vendor-record
           ELSE
               WRITE item-vendor-record
           END-IF
           MOVE ivx-vend-no TO vaud-after-image
           MOVE "XSET" TO vntx-txn-type
           PERFORM 2900-WRITE-AUDIT
           ADD 1 TO ws-xrefs-applied.

      *> One register line per image: the after image, or the
      *> before image when the card removed something.
       2900-WRITE-AUDIT.
           MOVE vntx-vend-no TO vaud-vend-no
           MOVE vntx-item-no TO vaud-item-no
           MOVE FUNCTION CURRENT-DATE TO vaud-timestamp
           MOVE vntx-txn-type TO vaud-txn-type
           WRITE vendor-audit-record
           MOVE SPACES TO ws-register-line
           MOVE vntx-txn-type TO ws-reg-txn-type
           MOVE vntx-vend-no TO ws-reg-vend-no
           MOVE vntx-item-no TO ws-reg-item-no
           IF vaud-after-image = SPACES
               MOVE "WAS:" TO ws-reg-tag
               MOVE vaud-before-image TO ws-reg-image
           ELSE
               MOVE "NOW:" TO ws-reg-tag
               MOVE vaud-after-image TO ws-reg-image
           END-IF
           MOVE ws-register-line TO report-line
           WRITE report-line.

       4000-FINALIZE.
           CLOSE vendor-master, vendor-item-file, item-vendor-xref,
               vendor-txn, vendor-audit, report-out
           DISPLAY "VENDOR MAINTENANCE RUN COMPLETE"
           DISPLAY "  ADDS APPLIED:    " ws-adds-applied
           DISPLAY "  CHANGES APPLIED: " ws-changes-applied
           DISPLAY "  DELETES APPLIED: " ws-deletes-applied
           DISPLAY "  XREFS APPLIED:   " ws-xrefs-applied
           DISPLAY "  REJECTED:        " ws-txns-rejected.
