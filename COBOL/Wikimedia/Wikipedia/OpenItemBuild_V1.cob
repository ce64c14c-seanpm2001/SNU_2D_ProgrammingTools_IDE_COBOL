      *> document), treats every balance-moving debit as a charge
      *> and applies every balance-moving credit against the oldest
      *> open charges first, and writes what remains of each charge
      *> to the OPENITEM file.  ORPH, CRON, RFND and ESCH entries
      *> move no balance and stay out of the arithmetic.
      *>
      *> The file is rebuilt whole every night -- it is derived
      *> data, and rebuilding beats incrementally chasing every
      *> charges (history predating the ledger) carries no open
      *> items; the master balance is still the control figure the
      *> ledger verifier proves.
      *>
      *> Disputes: each charge's sequence is its place among all
      *> the customer's charges, paid or not, so a charge keeps the
      *> same key night after night and a DISPCASE case can name
      *> it.  A charge under an open case is written flagged as
      *> disputed, and ordinary credits relieve undisputed charges
      *> first, reaching a disputed one only when nothing else is
      *> left open.  The ADJ credit a credited case posted goes to
      *> the charge the case names.
      *>
      *> Balance forward: a BFWD entry the ledger retention purge
      *> left stands in for history already archived -- every
      *> charge in it was paid, so as a debit it is the oldest
      *> charge and the credits relieve it first, and as a credit
      *> it is the credit left over.  It carries the count of the
      *> charges it replaced, and the charges after it number on
      *> from there exactly as they did before the purge.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS oi-key
               FILE STATUS IS ws-open-item-status.

           SELECT dispute-file ASSIGN TO "DISPCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dsp-key
               FILE STATUS IS ws-dispute-status.

      *> Shared step-timing log; a start and an end stamp per run
      *> feed the weekly batch-window trend report.
           SELECT step-timing ASSIGN TO "STEPTIME"
       FD  open-item-file.
       COPY OPENITEM.

       FD  dispute-file.
       COPY DISPCASE.

       FD  step-timing
           RECORDING MODE IS F.
       COPY STEPTIME.
       01  ws-file-status.
           05  ws-ledger-status        PIC XX.
           05  ws-open-item-status     PIC XX.
           05  ws-dispute-status       PIC XX.

       01  ws-flags.
           05  no-more-ledger-sw       PIC X VALUE "N".
           05  entries-dropped-sw      PIC X VALUE "N".
               88  entries-dropped
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  dispute-file-open-sw    PIC X VALUE "N".
               88  dispute-file-open   VALUE "Y".
           05  no-more-cases-sw        PIC X VALUE "N".
               88  no-more-cases
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  applying-disputed-sw    PIC X VALUE "N".
               88  applying-disputed
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-current-cust             PIC X(10) VALUE LOW-VALUES.

               10  ws-ent-dc           PIC X.
               10  ws-ent-amount       PIC 9(7)V99.
               10  ws-ent-open         PIC 9(7)V99.
               10  ws-ent-charge-seq   PIC 9(5).
               10  ws-ent-disputed-sw  PIC X.
                   88  ws-ent-disputed VALUE "Y".
               10  ws-ent-charges-fwd  PIC 9(5).
       01  ws-hold-entry               PIC X(68).

      *> The customer's open and credited dispute cases, loaded
      *> once per customer from DISPCASE.
       01  ws-case-table.
           05  ws-case-count           PIC 9(3) VALUE ZERO.
           05  ws-case-tbl OCCURS 100 TIMES INDEXED BY case-idx.
               10  ws-case-posting-date PIC 9(8).
               10  ws-case-seq         PIC 9(5).
               10  ws-case-status      PIC X.
               10  ws-case-credit-stamp PIC X(26).
       01  ws-charge-ordinal           PIC 9(5).
       01  ws-target-seq               PIC 9(5).

       01  ws-sort-work.
           05  ws-sort-i               PIC 9(4).
       01  ws-credit-left              PIC 9(9)V99.
       01  ws-apply-amount             PIC 9(7)V99.
       01  ws-apply-scan               PIC 9(4).

       01  ws-run-totals.
           05  ws-customers-built      PIC 9(7) VALUE ZERO.

      *> The open-item file is derived and rebuilt whole: OUTPUT,
      *> not I-O, so last night's picture never bleeds through.
      *> A missing case file just means no disputes yet.
       1000-INITIALIZE.
           OPEN INPUT customer-ledger
           OPEN OUTPUT open-item-file
           OPEN INPUT dispute-file
           IF ws-dispute-status = "00"
               SET dispute-file-open TO TRUE
           END-IF.

       2000-SWEEP-LEDGER.
           READ customer-ledger NEXT RECORD
               IF NOT ledg-orphan-txn
                   AND NOT ledg-oncredit-txn
                   AND NOT ledg-refund-txn
                   AND NOT ledg-escheat-txn
                   PERFORM 2100-COLLECT-ENTRY
               END-IF
           END-IF.
               MOVE ledg-dc-flag TO ws-ent-dc (ent-idx)
               MOVE ledg-amount TO ws-ent-amount (ent-idx)
               MOVE ZERO TO ws-ent-open (ent-idx)
               MOVE ZERO TO ws-ent-charge-seq (ent-idx)
               MOVE "N" TO ws-ent-disputed-sw (ent-idx)
               IF ledg-balance-fwd-txn
                   MOVE ledg-charges-forward
                       TO ws-ent-charges-fwd (ent-idx)
               ELSE
                   MOVE ZERO TO ws-ent-charges-fwd (ent-idx)
               END-IF
           ELSE
               SET entries-dropped TO TRUE
           END-IF.
                   ws-current-cust " - TAIL NOT BUILT"
           END-IF
           PERFORM 3100-SORT-BY-TIMESTAMP
           PERFORM 3150-LOAD-CUSTOMER-CASES
           PERFORM 3200-OPEN-THE-CHARGES
           PERFORM 3300-APPLY-THE-CREDITS
           PERFORM 3400-WRITE-OPEN-ITEMS.
               END-IF
           END-PERFORM.

      *> Released cases have nothing left to say about the
      *> arithmetic and are not loaded.
       3150-LOAD-CUSTOMER-CASES.
           MOVE ZERO TO ws-case-count
           IF dispute-file-open
               SET no-more-cases TO FALSE
               MOVE ws-current-cust TO dsp-cust-key
               MOVE ZERO TO dsp-posting-date
               MOVE ZERO TO dsp-item-seq
               START dispute-file KEY IS >= dsp-key
                   INVALID KEY
                       SET no-more-cases TO TRUE
               END-START
               PERFORM UNTIL no-more-cases
                   READ dispute-file NEXT RECORD
                       AT END
                           SET no-more-cases TO TRUE
                   END-READ
                   IF NOT no-more-cases
                       IF dsp-cust-key NOT = ws-current-cust
                           SET no-more-cases TO TRUE
                       ELSE
                           IF NOT dsp-released
                               AND ws-case-count < 100
                               ADD 1 TO ws-case-count
                               SET case-idx TO ws-case-count
                               MOVE dsp-posting-date
                                   TO ws-case-posting-date (case-idx)
                               MOVE dsp-item-seq
                                   TO ws-case-seq (case-idx)
                               MOVE dsp-status
                                   TO ws-case-status (case-idx)
                               MOVE dsp-credit-stamp
                                   TO ws-case-credit-stamp (case-idx)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *> Every charge takes the next ordinal in time order whether
      *> or not it is still open, which is what keeps an open
      *> charge's key steady as the ones ahead of it are paid.
      *> A balance-forward entry moves the ordinal on by the
      *> charges it replaced instead of taking one of its own.
       3200-OPEN-THE-CHARGES.
           MOVE ZERO TO ws-charge-ordinal
           PERFORM VARYING ent-idx FROM 1 BY 1
                   UNTIL ent-idx > ws-ent-count
               IF ws-ent-type (ent-idx) = "BFWD"
                   ADD ws-ent-charges-fwd (ent-idx)
                       TO ws-charge-ordinal
               END-IF
               IF ws-ent-dc (ent-idx) = "D"
                   IF ws-ent-type (ent-idx) NOT = "BFWD"
                       ADD 1 TO ws-charge-ordinal
                   END-IF
                   MOVE ws-charge-ordinal
                       TO ws-ent-charge-seq (ent-idx)
                   MOVE ws-ent-amount (ent-idx)
                       TO ws-ent-open (ent-idx)
                   SET case-idx TO 1
                   SEARCH ws-case-tbl
                       WHEN case-idx > ws-case-count
                           CONTINUE
                       WHEN ws-case-seq (case-idx)
                               = ws-charge-ordinal
                           AND ws-case-posting-date (case-idx)
                               = ws-ent-posting-date (ent-idx)
                           AND ws-case-status (case-idx) = "O"
                           SET ws-ent-disputed (ent-idx) TO TRUE
                   END-SEARCH
               END-IF
           END-PERFORM.

      *> Oldest-first: each credit walks the charges from the top
      *> of the (time-ordered) table, relieving until it is spent --
      *> undisputed charges on the first walk, disputed ones only
      *> on a second walk with whatever is left.  A credited
      *> dispute's own ADJ credit goes to its charge before any
      *> walk.  A credit with nothing left to relieve is an
      *> overpayment or pre-ledger history -- counted, not invented
      *> against.
       3300-APPLY-THE-CREDITS.
           PERFORM VARYING ent-idx FROM 1 BY 1
                   UNTIL ent-idx > ws-ent-count
               IF ws-ent-dc (ent-idx) = "C"
                   MOVE ws-ent-amount (ent-idx) TO ws-credit-left
                   IF ws-ent-type (ent-idx) = "ADJ "
                       PERFORM 3320-APPLY-DISPUTE-CREDIT
                   END-IF
                   SET applying-disputed TO FALSE
                   PERFORM 3350-WALK-THE-CHARGES
                   SET applying-disputed TO TRUE
                   PERFORM 3350-WALK-THE-CHARGES
                   IF ws-credit-left > ZERO
                       ADD 1 TO ws-over-applied
                   END-IF
               END-IF
           END-PERFORM.

       3320-APPLY-DISPUTE-CREDIT.
           MOVE ZERO TO ws-target-seq
           SET case-idx TO 1
           SEARCH ws-case-tbl
               WHEN case-idx > ws-case-count
                   CONTINUE
               WHEN ws-case-status (case-idx) = "C"
                   AND ws-case-credit-stamp (case-idx)
                       = ws-ent-stamp (ent-idx)
                   MOVE ws-case-seq (case-idx) TO ws-target-seq
           END-SEARCH
           IF ws-target-seq > ZERO
               PERFORM VARYING ws-apply-scan FROM 1 BY 1
                       UNTIL ws-apply-scan > ws-ent-count
                   IF ws-ent-dc (ws-apply-scan) = "D"
                       AND ws-ent-charge-seq (ws-apply-scan)
                           = ws-target-seq
                       AND ws-ent-open (ws-apply-scan) > ZERO
                       PERFORM 3360-RELIEVE-ONE-CHARGE
                   END-IF
               END-PERFORM
           END-IF.

       3350-WALK-THE-CHARGES.
           PERFORM VARYING ws-apply-scan FROM 1 BY 1
                   UNTIL ws-apply-scan > ws-ent-count
                   OR ws-credit-left = ZERO
               IF ws-ent-open (ws-apply-scan) > ZERO
                   IF (applying-disputed
                           AND ws-ent-disputed (ws-apply-scan))
                       OR (NOT applying-disputed
                           AND NOT ws-ent-disputed (ws-apply-scan))
                       PERFORM 3360-RELIEVE-ONE-CHARGE
                   END-IF
               END-IF
           END-PERFORM.

       3360-RELIEVE-ONE-CHARGE.
           IF ws-credit-left < ws-ent-open (ws-apply-scan)
               MOVE ws-credit-left TO ws-apply-amount
           ELSE
               MOVE ws-ent-open (ws-apply-scan) TO ws-apply-amount
           END-IF
           SUBTRACT ws-apply-amount FROM ws-ent-open (ws-apply-scan)
           SUBTRACT ws-apply-amount FROM ws-credit-left.

       3400-WRITE-OPEN-ITEMS.
           PERFORM VARYING ent-idx FROM 1 BY 1
                   UNTIL ent-idx > ws-ent-count
               IF ws-ent-open (ent-idx) > ZERO
                   MOVE ws-current-cust TO oi-cust-key
                   MOVE ws-ent-posting-date (ent-idx)
                       TO oi-posting-date
                   MOVE ws-ent-charge-seq (ent-idx) TO oi-seq
                   MOVE ws-ent-type (ent-idx) TO oi-txn-type
                   MOVE ws-ent-amount (ent-idx)
                       TO oi-original-amount
                   MOVE ws-ent-open (ent-idx) TO oi-open-amount
                   IF ws-ent-disputed (ent-idx)
                       SET oi-disputed TO TRUE
                   ELSE
                       SET oi-undisputed TO TRUE
                   END-IF
                   MOVE FUNCTION CURRENT-DATE
                       TO oi-built-timestamp
                   WRITE open-item-record

       4000-FINALIZE.
           CLOSE customer-ledger, open-item-file
           IF dispute-file-open
               CLOSE dispute-file
           END-IF
           DISPLAY "OPEN ITEM BUILD COMPLETE"
           DISPLAY "  LEDGER ENTRIES READ: " ws-entries-read
           DISPLAY "  CUSTOMERS BUILT:     " ws-customers-built
