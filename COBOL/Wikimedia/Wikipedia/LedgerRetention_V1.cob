       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-RETENTION-V1.
      *> Month-end customer ledger retention purge.  SALES-ROLLUP-V1
      *> keeps SALESKSDS inside its window, but every entry ever
      *> posted to CUSTLEDG stays on file, and the ledger verifier,
      *> the open-item build and the statement run walk all of it
      *> every time.  This job walks the ledger customer by
      *> customer in posting-timestamp order (the order the
      *> verifier and the open-item build use) and replaces the
      *> history older than the retention window (LRETPARM months
      *> back from the as-of date, default 24) with one BFWD
      *> balance-forward entry:
      *>   - the entries are archived byte-for-byte to the dated
      *>     LEDGARCH generation, the way KSDSARCH keeps the
      *>     lookback detail, and deleted;
      *>   - the BFWD entry takes over the key, date and timestamp
      *>     of the last of them, carries its balance-after, nets
      *>     their debits and credits into one amount, and counts
      *>     the charges among them for the open-item build.
      *>
      *> The purge stops, for each customer, at the first entry it
      *> must not take: anything inside the window, a charge still
      *> open on OPENITEM, or a charge a standing DISPCASE case
      *> names.  Only history ahead of that point goes, so every
      *> charge the open-item build still carries -- and every
      *> credit that relieved it -- stays on file, and the
      *> rebuilt aging and the statement's opening balance come
      *> out as they did before.
      *>
      *> Nothing is deleted for a customer until the chain has
      *> been proved: the whole ledger as it stands, then the
      *> BFWD entry and the entries left after it, must each run
      *> from entry to entry and tie to cust-balance on the
      *> master.  A customer that does not prove is carried whole
      *> and listed on RPTOUT with the reason, and the run ends
      *> RETURN-CODE 4 so the break is looked at -- the ledger
      *> verifier's report is the place to start.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT customer-ledger ASSIGN TO "CUSTLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ledg-key
               FILE STATUS IS ws-ledger-status.

           SELECT customer-file ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cust-key
               FILE STATUS IS ws-customer-status.

           SELECT open-item-file ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS oi-key
               FILE STATUS IS ws-open-item-status.

           SELECT dispute-file ASSIGN TO "DISPCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dsp-key
               FILE STATUS IS ws-dispute-status.

      *> LEDGARCH is catalogued as a GDG base at the JCL level,
      *> the same way KSDSARCH is, so each purge's entries land in
      *> their own dated generation.
           SELECT archive-file ASSIGN TO "LEDGARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-archive-status.

      *> Run-parameter registry: the settings that used to come
      *> off one-off control cards, looked up under the card's old
      *> name for the value in force on the run date.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

      *> As-of business date, eight digits.  Defaults to today when
      *> the card is absent, matching SALES-ROLLUP-V1.
           SELECT asof-parm ASSIGN TO "ASOFDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-asof-status.

           SELECT report-out ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-out-status.

      *> Shared step-timing log; a start and an end stamp per run
      *> feed the weekly batch-window trend report.
           SELECT step-timing ASSIGN TO "STEPTIME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-step-timing-status.

       DATA DIVISION.
       FILE SECTION.
       FD  customer-ledger.
       COPY CUSTLEDG.

       FD  customer-file.
       COPY CUSTREC.

       FD  open-item-file.
       COPY OPENITEM.

       FD  dispute-file.
       COPY DISPCASE.

       FD  archive-file
           RECORDING MODE IS F.
       01  archive-record              PIC X(97).

       FD  parm-registry.
       COPY PARMREG.

       FD  asof-parm.
       01  asof-parm-line              PIC X(8).

       FD  report-out.
       01  report-line                 PIC X(80).

       FD  step-timing
           RECORDING MODE IS F.
       COPY STEPTIME.

       WORKING-STORAGE SECTION.
       01  ws-step-timing-status      PIC XX.
       01  ws-file-status.
           05  ws-ledger-status        PIC XX.
           05  ws-customer-status      PIC XX.
           05  ws-open-item-status     PIC XX.
           05  ws-dispute-status       PIC XX.
           05  ws-archive-status       PIC XX.
           05  ws-asof-status          PIC XX.
           05  ws-report-out-status    PIC XX.

       01  ws-flags.
           05  no-more-ledger-sw       PIC X VALUE "N".
               88  no-more-ledger      VALUE "Y".
           05  run-refused-sw          PIC X VALUE "N".
               88  run-refused         VALUE "Y".
           05  dispute-file-open-sw    PIC X VALUE "N".
               88  dispute-file-open   VALUE "Y".
           05  entries-dropped-sw      PIC X VALUE "N".
               88  entries-dropped
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  frontier-found-sw       PIC X VALUE "N".
               88  frontier-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  anchored-sw             PIC X VALUE "N".
               88  chain-anchored
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  chain-broken-sw         PIC X VALUE "N".
               88  chain-broken
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  forward-anchored-sw     PIC X VALUE "N".
               88  forward-anchored
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-retention-months         PIC 9(3) VALUE 24.

       01  ws-asof-date.
           05  ws-asof-yyyy            PIC 9(4).
           05  ws-asof-mm              PIC 9(2).
           05  ws-asof-dd              PIC 9(2).

       01  ws-rec-date.
           05  ws-rec-yyyy             PIC 9(4).
           05  ws-rec-mm               PIC 9(2).
           05  ws-rec-dd               PIC 9(2).

      *> Months counted from year zero, the arithmetic the
      *> SALESKSDS rollup uses: an entry is outside the window when
      *> its month index falls at or before the as-of index minus
      *> the retention.
       01  ws-month-indexes.
           05  ws-cutoff-index         PIC 9(7).
           05  ws-rec-index            PIC 9(7).

       01  ws-current-cust             PIC X(10) VALUE LOW-VALUES.
       01  ws-ledger-hold              PIC X(97).

      *> One customer's entries, held whole for the timestamp sort,
      *> the proofs, and the archive image.
       01  ws-entry-table.
           05  ws-ent-count            PIC 9(4) VALUE ZERO.
           05  ws-ent-tbl OCCURS 5000 TIMES INDEXED BY ent-idx.
               10  ws-ent-stamp        PIC X(26).
               10  ws-ent-date         PIC 9(8).
               10  ws-ent-posting-date PIC 9(8).
               10  ws-ent-type         PIC X(4).
               10  ws-ent-dc           PIC X.
               10  ws-ent-amount       PIC 9(7)V99.
               10  ws-ent-balance      PIC 9(7)V99.
               10  ws-ent-charges-fwd  PIC 9(5).
               10  ws-ent-image        PIC X(97).
       01  ws-hold-entry               PIC X(167).

       01  ws-sort-work.
           05  ws-sort-i               PIC 9(4).
           05  ws-sort-j               PIC 9(4).
           05  ws-sort-min             PIC 9(4).

      *> The first entry the purge keeps; everything ahead of it in
      *> timestamp order is archived.
       01  ws-frontier                 PIC 9(4).
       01  ws-last-archived            PIC 9(4).
       01  ws-charge-ordinal           PIC 9(5).

       01  ws-running-balance          PIC S9(9)V99.
       01  ws-expected-balance         PIC S9(9)V99.
       01  ws-forward-balance          PIC S9(9)V99.
       01  ws-master-balance           PIC S9(9)V99.

      *> The balance-forward entry as built, before it is written.
       01  ws-forward-entry.
           05  ws-fwd-net              PIC S9(9)V99.
           05  ws-fwd-charges          PIC 9(5).
           05  ws-fwd-stamp            PIC X(26).
           05  ws-fwd-image            PIC X(97).

       01  ws-carry-reason             PIC X(20).

       01  ws-run-totals.
           05  ws-entries-read         PIC 9(9) VALUE ZERO.
           05  ws-customers-read       PIC 9(7) VALUE ZERO.
           05  ws-customers-purged     PIC 9(7) VALUE ZERO.
           05  ws-customers-current    PIC 9(7) VALUE ZERO.
           05  ws-customers-carried    PIC 9(7) VALUE ZERO.
           05  ws-entries-archived     PIC 9(9) VALUE ZERO.
           05  ws-forward-written      PIC 9(7) VALUE ZERO.

       01  ws-carry-line.
           05  ws-cry-cust-key         PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-cry-entries          PIC Z,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-cry-balance          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-cry-master           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-cry-reason           PIC X(20).
           05  FILLER                  PIC X(7) VALUE SPACES.

       01  ws-total-line.
           05  ws-tot-label            PIC X(30).
           05  ws-tot-count            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(39) VALUE SPACES.

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

      *> LRETPARM, off the run-parameter registry -- the ledger's
      *> own window, kept apart from the sales rollup's RETPARM
      *> as the two cards always were.
      *> Retention window in months, PIC 9(3), columns 1-3.
      *> Defaults to 24 when the parameter is not registered.
       01  retention-parm-line         PIC X(3).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           IF NOT run-refused
               PERFORM 2000-SWEEP-LEDGER
                   UNTIL no-more-ledger
               IF ws-ent-count > ZERO
                   PERFORM 3000-PURGE-CUSTOMER
               END-IF
               PERFORM 4000-FINALIZE
           END-IF
           PERFORM 9810-LOG-STEP-END
           STOP RUN.

      *> The open-item file is what says which charges must stay;
      *> without it the run cannot tell and refuses.  A missing
      *> case file just means no disputes yet.
       1000-INITIALIZE.
           PERFORM 1200-READ-ASOF-PARM
           PERFORM 1100-READ-RETENTION-PARM
           COMPUTE ws-cutoff-index =
               ws-asof-yyyy * 12 + ws-asof-mm - ws-retention-months
           OPEN INPUT open-item-file
           IF ws-open-item-status NOT = "00"
               DISPLAY "OPENITEM WILL NOT OPEN, STATUS "
                   ws-open-item-status " - LEDGER PURGE REFUSED"
               SET run-refused TO TRUE
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN I-O customer-ledger
               OPEN INPUT customer-file
               OPEN INPUT dispute-file
               IF ws-dispute-status = "00"
                   SET dispute-file-open TO TRUE
               END-IF
               OPEN OUTPUT archive-file
               OPEN OUTPUT report-out
               MOVE "CUSTOMER LEDGER RETENTION PURGE" TO report-line
               WRITE report-line
               MOVE SPACES TO report-line
               STRING "RETENTION MONTHS " ws-retention-months
                   "  AS OF " ws-asof-date
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
               MOVE SPACES TO report-line
               WRITE report-line
               MOVE "CUSTOMER  ENTRIES   LEDGER BALANCE   MAS"
                   & "TER BALANCE  CARRIED WHOLE" TO report-line
               WRITE report-line
           END-IF.

       1100-READ-RETENTION-PARM.
           MOVE ws-asof-date TO ws-parm-as-of
           MOVE "LRETPARM" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO retention-parm-line
               MOVE retention-parm-line
                   TO ws-retention-months
           END-IF.

       1200-READ-ASOF-PARM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ws-asof-date
           OPEN INPUT asof-parm
           IF ws-asof-status = "00"
               READ asof-parm
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE asof-parm-line TO ws-asof-date
               END-READ
               CLOSE asof-parm
           END-IF.

      *> Purging a customer deletes and writes by key, which loses
      *> the browse position, so the first entry of the next
      *> customer is held across it and the browse restarts just
      *> past that entry.
       2000-SWEEP-LEDGER.
           READ customer-ledger NEXT RECORD
               AT END
                   SET no-more-ledger TO TRUE
           END-READ
           IF NOT no-more-ledger
               ADD 1 TO ws-entries-read
               IF ledg-cust-key NOT = ws-current-cust
                   IF ws-ent-count > ZERO
                       MOVE customer-ledger-record TO ws-ledger-hold
                       PERFORM 3000-PURGE-CUSTOMER
                       MOVE ws-ledger-hold TO customer-ledger-record
                       START customer-ledger KEY IS > ledg-key
                           INVALID KEY
                               SET no-more-ledger TO TRUE
                       END-START
                   END-IF
                   MOVE ledg-cust-key TO ws-current-cust
                   MOVE ZERO TO ws-ent-count
                   SET entries-dropped TO FALSE
               END-IF
               PERFORM 2100-COLLECT-ENTRY
           END-IF.

       2100-COLLECT-ENTRY.
           IF ws-ent-count < 5000
               ADD 1 TO ws-ent-count
               SET ent-idx TO ws-ent-count
               MOVE ledg-timestamp TO ws-ent-stamp (ent-idx)
               MOVE ledg-date TO ws-ent-date (ent-idx)
               MOVE ledg-posting-date
                   TO ws-ent-posting-date (ent-idx)
               MOVE ledg-txn-type TO ws-ent-type (ent-idx)
               MOVE ledg-dc-flag TO ws-ent-dc (ent-idx)
               MOVE ledg-amount TO ws-ent-amount (ent-idx)
               MOVE ledg-balance-after TO ws-ent-balance (ent-idx)
               IF ledg-balance-fwd-txn
                   MOVE ledg-charges-forward
                       TO ws-ent-charges-fwd (ent-idx)
               ELSE
                   MOVE ZERO TO ws-ent-charges-fwd (ent-idx)
               END-IF
               MOVE customer-ledger-record TO ws-ent-image (ent-idx)
           ELSE
               SET entries-dropped TO TRUE
           END-IF.

      *> One customer: find how far back the purge may go, prove
      *> the chain as it stands and as it will stand, and only
      *> then archive, delete and write the balance forward.
       3000-PURGE-CUSTOMER.
           ADD 1 TO ws-customers-read
           MOVE SPACES TO ws-carry-reason
           MOVE ZERO TO ws-running-balance
           MOVE ZERO TO ws-master-balance
           IF entries-dropped
               MOVE "ENTRY TABLE FULL" TO ws-carry-reason
           ELSE
               PERFORM 3100-SORT-BY-TIMESTAMP
               PERFORM 3200-FIND-FRONTIER
           END-IF
           EVALUATE TRUE
               WHEN ws-carry-reason NOT = SPACES
                   PERFORM 3900-CARRY-WHOLE
               WHEN ws-last-archived = ZERO
                   ADD 1 TO ws-customers-current
               WHEN ws-last-archived = 1
                   AND ws-ent-type (1) = "BFWD"
                   ADD 1 TO ws-customers-current
               WHEN OTHER
                   PERFORM 3300-READ-MASTER
                   IF ws-carry-reason = SPACES
                       PERFORM 3400-PROVE-LEDGER
                   END-IF
                   IF ws-carry-reason = SPACES
                       PERFORM 3500-BUILD-FORWARD
                       PERFORM 3600-PROVE-FORWARD
                   END-IF
                   IF ws-carry-reason = SPACES
                       PERFORM 3700-COMMIT-CUSTOMER
                   ELSE
                       PERFORM 3900-CARRY-WHOLE
                   END-IF
           END-EVALUATE.

       3100-SORT-BY-TIMESTAMP.
           PERFORM VARYING ws-sort-i FROM 1 BY 1
                   UNTIL ws-sort-i >= ws-ent-count
               MOVE ws-sort-i TO ws-sort-min
               PERFORM VARYING ws-sort-j FROM ws-sort-i BY 1
                       UNTIL ws-sort-j > ws-ent-count
                   IF ws-ent-stamp (ws-sort-j)
                           < ws-ent-stamp (ws-sort-min)
                       MOVE ws-sort-j TO ws-sort-min
                   END-IF
               END-PERFORM
               IF ws-sort-min NOT = ws-sort-i
                   MOVE ws-ent-tbl (ws-sort-i) TO ws-hold-entry
                   MOVE ws-ent-tbl (ws-sort-min)
                       TO ws-ent-tbl (ws-sort-i)
                   MOVE ws-hold-entry
                       TO ws-ent-tbl (ws-sort-min)
               END-IF
           END-PERFORM.

      *> Charges are numbered exactly as the open-item build
      *> numbers them -- every balance-moving debit in time order,
      *> a balance forward moving the count on by the charges it
      *> carries -- so a charge can be looked up on OPENITEM and
      *> DISPCASE by the key those files hold it under.  The first
      *> entry inside the window, or the first charge either file
      *> still holds, is the frontier.
       3200-FIND-FRONTIER.
           SET frontier-found TO FALSE
           MOVE ZERO TO ws-charge-ordinal
           MOVE ZERO TO ws-last-archived
           PERFORM VARYING ent-idx FROM 1 BY 1
                   UNTIL ent-idx > ws-ent-count
                   OR frontier-found
               MOVE ws-ent-date (ent-idx) TO ws-rec-date
               COMPUTE ws-rec-index =
                   ws-rec-yyyy * 12 + ws-rec-mm
               IF ws-rec-index > ws-cutoff-index
                   SET frontier-found TO TRUE
               ELSE
                   PERFORM 3210-NUMBER-CHARGE
               END-IF
               IF NOT frontier-found
                   SET ws-last-archived TO ent-idx
               END-IF
           END-PERFORM
           COMPUTE ws-frontier = ws-last-archived + 1.

       3210-NUMBER-CHARGE.
           IF ws-ent-type (ent-idx) NOT = "ORPH"
               AND ws-ent-type (ent-idx) NOT = "CRON"
               AND ws-ent-type (ent-idx) NOT = "RFND"
               AND ws-ent-type (ent-idx) NOT = "ESCH"
               IF ws-ent-type (ent-idx) = "BFWD"
                   ADD ws-ent-charges-fwd (ent-idx)
                       TO ws-charge-ordinal
               END-IF
               IF ws-ent-dc (ent-idx) = "D"
                   IF ws-ent-type (ent-idx) NOT = "BFWD"
                       ADD 1 TO ws-charge-ordinal
                   END-IF
                   PERFORM 3220-CHECK-CHARGE-HELD
               END-IF
           END-IF.

       3220-CHECK-CHARGE-HELD.
           MOVE ws-current-cust TO oi-cust-key
           MOVE ws-ent-posting-date (ent-idx) TO oi-posting-date
           MOVE ws-charge-ordinal TO oi-seq
           READ open-item-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET frontier-found TO TRUE
           END-READ
           IF dispute-file-open AND NOT frontier-found
               MOVE ws-current-cust TO dsp-cust-key
               MOVE ws-ent-posting-date (ent-idx)
                   TO dsp-posting-date
               MOVE ws-charge-ordinal TO dsp-item-seq
               READ dispute-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT dsp-released
                           SET frontier-found TO TRUE
                       END-IF
               END-READ
           END-IF.

       3300-READ-MASTER.
           MOVE ws-current-cust TO cust-key
           READ customer-file
               INVALID KEY
                   MOVE "NO MASTER" TO ws-carry-reason
               NOT INVALID KEY
                   MOVE cust-balance TO ws-master-balance
           END-READ.

      *> The ledger as it stands, entry to entry as the verifier
      *> walks it, must tie to the master; the running balance at
      *> the last archived entry is the balance carried forward.
       3400-PROVE-LEDGER.
           SET chain-anchored TO FALSE
           SET chain-broken TO FALSE
           MOVE ZERO TO ws-running-balance
           PERFORM VARYING ent-idx FROM 1 BY 1
                   UNTIL ent-idx > ws-last-archived
               PERFORM 3450-CHAIN-ONE-ENTRY
           END-PERFORM
           MOVE ws-running-balance TO ws-forward-balance
           MOVE anchored-sw TO forward-anchored-sw
           PERFORM VARYING ent-idx FROM ws-frontier BY 1
                   UNTIL ent-idx > ws-ent-count
               PERFORM 3450-CHAIN-ONE-ENTRY
           END-PERFORM
           EVALUATE TRUE
               WHEN chain-broken
                   MOVE "CHAIN BROKEN" TO ws-carry-reason
               WHEN chain-anchored
                   AND ws-running-balance NOT = ws-master-balance
                   MOVE "MASTER MISMATCH" TO ws-carry-reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> The verifier's arithmetic: ORPH moves nothing; CRON, RFND
      *> and ESCH restate the standing balance; a balance forward,
      *> or the first balance-moving entry, anchors the chain; every
      *> other entry moves it by its debit or credit.
       3450-CHAIN-ONE-ENTRY.
           EVALUATE TRUE
               WHEN ws-ent-type (ent-idx) = "ORPH"
                   CONTINUE
               WHEN ws-ent-type (ent-idx) = "CRON"
                   OR ws-ent-type (ent-idx) = "RFND"
                   OR ws-ent-type (ent-idx) = "ESCH"
                   IF chain-anchored
                       AND ws-ent-balance (ent-idx)
                           NOT = ws-running-balance
                       SET chain-broken TO TRUE
                       MOVE ws-ent-balance (ent-idx)
                           TO ws-running-balance
                   END-IF
               WHEN NOT chain-anchored
                   OR ws-ent-type (ent-idx) = "BFWD"
                   SET chain-anchored TO TRUE
                   MOVE ws-ent-balance (ent-idx)
                       TO ws-running-balance
               WHEN OTHER
                   IF ws-ent-dc (ent-idx) = "D"
                       COMPUTE ws-expected-balance =
                           ws-running-balance
                           + ws-ent-amount (ent-idx)
                   ELSE
                       COMPUTE ws-expected-balance =
                           ws-running-balance
                           - ws-ent-amount (ent-idx)
                   END-IF
                   IF ws-expected-balance
                           NOT = ws-ent-balance (ent-idx)
                       SET chain-broken TO TRUE
                   END-IF
                   MOVE ws-ent-balance (ent-idx)
                       TO ws-running-balance
           END-EVALUATE.

      *> Nets the archived balance-moving entries into one debit or
      *> credit and counts the charges among them.  The entry is
      *> built on the last archived entry's image, so it keeps that
      *> entry's key, dates and timestamp.  History that never
      *> anchored a balance (nothing but ORPH entries) needs no
      *> balance forward at all.
       3500-BUILD-FORWARD.
           MOVE ZERO TO ws-fwd-net
           MOVE ZERO TO ws-fwd-charges
           PERFORM VARYING ent-idx FROM 1 BY 1
                   UNTIL ent-idx > ws-last-archived
               IF ws-ent-type (ent-idx) NOT = "ORPH"
                   AND ws-ent-type (ent-idx) NOT = "CRON"
                   AND ws-ent-type (ent-idx) NOT = "RFND"
                   AND ws-ent-type (ent-idx) NOT = "ESCH"
                   IF ws-ent-dc (ent-idx) = "D"
                       ADD ws-ent-amount (ent-idx) TO ws-fwd-net
                   ELSE
                       SUBTRACT ws-ent-amount (ent-idx)
                           FROM ws-fwd-net
                   END-IF
                   IF ws-ent-type (ent-idx) = "BFWD"
                       ADD ws-ent-charges-fwd (ent-idx)
                           TO ws-fwd-charges
                   ELSE
                       IF ws-ent-dc (ent-idx) = "D"
                           ADD 1 TO ws-fwd-charges
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE ws-ent-image (ws-last-archived)
               TO customer-ledger-record
           SET ledg-balance-fwd-txn TO TRUE
           IF ws-fwd-net < ZERO
               SET ledg-credit TO TRUE
               COMPUTE ledg-amount = ZERO - ws-fwd-net
           ELSE
               SET ledg-debit TO TRUE
               MOVE ws-fwd-net TO ledg-amount
           END-IF
           MOVE ws-forward-balance TO ledg-balance-after
           MOVE ZERO TO ledg-tax-amount
           MOVE SPACES TO ledg-tender-type
           MOVE ws-fwd-charges TO ledg-charges-forward
           MOVE ledg-timestamp TO ws-fwd-stamp
           MOVE customer-ledger-record TO ws-fwd-image.

      *> The ledger as it will stand -- the balance forward, then
      *> every entry left after it -- must tie to the master on
      *> its own.
       3600-PROVE-FORWARD.
           SET chain-broken TO FALSE
           SET chain-anchored TO FALSE
           MOVE ZERO TO ws-running-balance
           IF forward-anchored
               SET chain-anchored TO TRUE
               MOVE ledg-balance-after TO ws-running-balance
           END-IF
           PERFORM VARYING ent-idx FROM ws-frontier BY 1
                   UNTIL ent-idx > ws-ent-count
               PERFORM 3450-CHAIN-ONE-ENTRY
           END-PERFORM
           EVALUATE TRUE
               WHEN chain-broken
                   MOVE "FORWARD BROKEN" TO ws-carry-reason
               WHEN chain-anchored
                   AND ws-running-balance NOT = ws-master-balance
                   MOVE "FORWARD MISMATCH" TO ws-carry-reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Archive and delete every entry ahead of the frontier, then
      *> write the balance forward under the last one's key.
       3700-COMMIT-CUSTOMER.
           ADD 1 TO ws-customers-purged
           PERFORM VARYING ent-idx FROM 1 BY 1
                   UNTIL ent-idx > ws-last-archived
               WRITE archive-record FROM ws-ent-image (ent-idx)
               MOVE ws-ent-image (ent-idx) TO customer-ledger-record
               DELETE customer-ledger RECORD
                   INVALID KEY
                       DISPLAY "LEDGER DELETE FAILED FOR "
                           ledg-cust-key " STATUS " ws-ledger-status
               END-DELETE
               ADD 1 TO ws-entries-archived
           END-PERFORM
           IF forward-anchored
               MOVE ws-fwd-image TO customer-ledger-record
               WRITE customer-ledger-record
                   INVALID KEY
                       DISPLAY "BALANCE FORWARD NOT WRITTEN FOR "
                           ledg-cust-key " STATUS " ws-ledger-status
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO ws-forward-written
               END-WRITE
           END-IF.

       3900-CARRY-WHOLE.
           ADD 1 TO ws-customers-carried
           MOVE SPACES TO ws-carry-line
           MOVE ws-current-cust TO ws-cry-cust-key
           MOVE ws-ent-count TO ws-cry-entries
           MOVE ws-running-balance TO ws-cry-balance
           MOVE ws-master-balance TO ws-cry-master
           MOVE ws-carry-reason TO ws-cry-reason
           MOVE ws-carry-line TO report-line
           WRITE report-line.

       4000-FINALIZE.
           CLOSE customer-ledger, customer-file, open-item-file,
               archive-file
           IF dispute-file-open
               CLOSE dispute-file
           END-IF
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "CUSTOMERS READ" TO ws-tot-label
           MOVE ws-customers-read TO ws-tot-count
           PERFORM 4100-WRITE-TOTAL
           MOVE "CUSTOMERS PURGED" TO ws-tot-label
           MOVE ws-customers-purged TO ws-tot-count
           PERFORM 4100-WRITE-TOTAL
           MOVE "CUSTOMERS ALREADY CURRENT" TO ws-tot-label
           MOVE ws-customers-current TO ws-tot-count
           PERFORM 4100-WRITE-TOTAL
           MOVE "CUSTOMERS CARRIED WHOLE" TO ws-tot-label
           MOVE ws-customers-carried TO ws-tot-count
           PERFORM 4100-WRITE-TOTAL
           MOVE "ENTRIES READ" TO ws-tot-label
           MOVE ws-entries-read TO ws-tot-count
           PERFORM 4100-WRITE-TOTAL
           MOVE "ENTRIES ARCHIVED" TO ws-tot-label
           MOVE ws-entries-archived TO ws-tot-count
           PERFORM 4100-WRITE-TOTAL
           MOVE "BALANCE FORWARDS WRITTEN" TO ws-tot-label
           MOVE ws-forward-written TO ws-tot-count
           PERFORM 4100-WRITE-TOTAL
           CLOSE report-out
           DISPLAY "LEDGER RETENTION PURGE COMPLETE"
           DISPLAY "  RETENTION MONTHS:   " ws-retention-months
           DISPLAY "  CUSTOMERS PURGED:   " ws-customers-purged
           DISPLAY "  CUSTOMERS CARRIED:  " ws-customers-carried
           DISPLAY "  ENTRIES ARCHIVED:   " ws-entries-archived
           DISPLAY "  FORWARDS WRITTEN:   " ws-forward-written
           IF ws-customers-carried > ZERO
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       4100-WRITE-TOTAL.
           MOVE ws-total-line TO report-line
           WRITE report-line.

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
           MOVE "LEDGRET" TO stp-step-name
           MOVE FUNCTION CURRENT-DATE TO stp-timestamp
           WRITE step-timing-record
           CLOSE step-timing.
