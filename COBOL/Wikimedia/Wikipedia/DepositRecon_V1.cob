      *> the in side and the posted total on the out side, so the
      *> end-of-night balancing step carries the bank leg in the
      *> night's cross-foot.
      *>
      *> Gift cards: the money taken for cards issued or reloaded
      *> tonight went to the bank with the rest of the till, so
      *> the GIFTMOVE issues and reloads posted under tonight's
      *> business date join the posted side in the tender they
      *> were paid with.  A redemption posts as a payment tendered
      *> GFT, which never reached the bank and is left out.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS ledg-key
               FILE STATUS IS ws-ledger-status.

           SELECT gift-movement-file ASSIGN TO "GIFTMOVE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-gift-move-status.

           SELECT report-out ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-out-status.
       FD  customer-ledger.
       COPY CUSTLEDG.

       FD  gift-movement-file
           RECORDING MODE IS F.
       COPY GIFTMOVE.

       FD  report-out.
       01  report-line                PIC X(80).

           05  ws-report-out-status    PIC XX.
           05  ws-run-stats-status     PIC XX.
           05  ws-busdate-status       PIC XX.
           05  ws-gift-move-status     PIC XX.

       01  ws-flags.
           05  no-more-slips-sw        PIC X VALUE "N".
               88  no-more-slips       VALUE "Y".
           05  no-more-ledger-sw       PIC X VALUE "N".
               88  no-more-ledger      VALUE "Y".
           05  no-more-gift-moves-sw   PIC X VALUE "N".
               88  no-more-gift-moves  VALUE "Y".
           05  tally-dropped-sw        PIC X VALUE "N".
               88  tally-dropped
                   VALUE "Y" WHEN SET TO FALSE IS "N".
               UNTIL no-more-slips
           PERFORM 3000-SWEEP-LEDGER
               UNTIL no-more-ledger
           PERFORM 3500-SWEEP-GIFT-MOVEMENTS
               UNTIL no-more-gift-moves
           PERFORM 4000-RECONCILE
           PERFORM 5000-FINALIZE
           PERFORM 9810-LOG-STEP-END
           PERFORM 1100-READ-BUSDATE
           OPEN INPUT deposit-slips
           OPEN INPUT customer-ledger
           OPEN INPUT gift-movement-file
           IF ws-gift-move-status NOT = "00"
               SET no-more-gift-moves TO TRUE
           END-IF
           OPEN OUTPUT report-out
           MOVE SPACES TO report-line
           STRING "BANK DEPOSIT RECONCILIATION FOR "
           IF NOT no-more-ledger
               IF (ledg-payment-txn OR ledg-oncredit-txn)
                   AND ledg-posting-date = ws-posting-busdate
                   AND ledg-tender-type NOT = "GFT"
                   ADD 1 TO ws-payments-seen
                   MOVE ledg-tender-type TO ws-lookup-tender
                   PERFORM 8100-FIND-TENDER-SLOT
               END-IF
           END-IF.

       3500-SWEEP-GIFT-MOVEMENTS.
           READ gift-movement-file
               AT END
                   SET no-more-gift-moves TO TRUE
           END-READ
           IF NOT no-more-gift-moves
               IF (gm-issue OR gm-reload)
                   AND gm-posting-date = ws-posting-busdate
                   ADD 1 TO ws-payments-seen
                   MOVE gm-tender-type TO ws-lookup-tender
                   PERFORM 8100-FIND-TENDER-SLOT
                   IF NOT tally-dropped
                       ADD gm-amount
                           TO ws-tend-posted (tend-idx)
                       ADD gm-amount TO ws-posted-total
                   END-IF
               END-IF
           END-IF.

       8100-FIND-TENDER-SLOT.
           SET tally-dropped TO FALSE
           SET tend-idx TO 1

       5000-FINALIZE.
           PERFORM 5100-WRITE-RUN-STATS
           CLOSE deposit-slips, customer-ledger, gift-movement-file,
               report-out
           IF ws-exceptions > ZERO
               DISPLAY "DEPOSIT RECONCILIATION FAILED - "
                   ws-exceptions " TENDER(S) OUT OF BALANCE"
