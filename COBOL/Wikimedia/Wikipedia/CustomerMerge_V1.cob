               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-lock-override-status.

      *> CUSTMAST after-image change journal -- see CUSTJRNL.
           SELECT cust-journal ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-cust-journal-status.

       DATA DIVISION.
       FILE SECTION.
       FD  customer-file.
       FD  lock-override.
       01  lock-override-line          PIC X(8).

       FD  cust-journal
           RECORDING MODE IS F.
       COPY CUSTJRNL.

       WORKING-STORAGE SECTION.
       01  ws-custmast-lock-status    PIC XX.
       01  ws-lock-override-status    PIC XX.
       01  ws-cust-journal-status     PIC XX.
       01  lock-override-sw           PIC X VALUE "N".
           88  lock-override-given    VALUE "Y".
       01  ws-step-timing-status      PIC XX.
           05  ws-ki-promo-flag         PIC X.
           05  ws-ki-cashier-id         PIC X(6).
           05  ws-ki-posting-date       PIC 9(8).
           05  ws-ki-receipt-no         PIC X(10).
           05  ws-ki-line-no            PIC 9(3).
           05  ws-ki-channel            PIC X.

       01  ws-ledg-seq-ctr             PIC 9(5) VALUE ZERO.
       01  ws-posting-busdate          PIC 9(8).
           PERFORM 9700-CLAIM-CUSTMAST-LOCK
           PERFORM 1100-READ-BUSDATE
           OPEN I-O customer-file
           PERFORM 9500-OPEN-CUST-JOURNAL
           OPEN I-O sales-ksds
           OPEN I-O customer-ledger
           OPEN INPUT merge-txn
                       TO cust-last-payment-amount
               END-IF
               REWRITE customer-record
               PERFORM 9510-JOURNAL-CUSTOMER
               PERFORM 2320-WRITE-SURVIVOR-AUDIT-AFTER
               IF ws-ret-balance > ZERO
                   MOVE mrg-survivor-key TO ws-ledg-entry-key
           MOVE cust-phone        TO audit-before-phone
           MOVE cust-email        TO audit-before-email
           MOVE cust-credit-limit TO audit-before-credit-limit
           MOVE cust-parent-key   TO audit-before-parent-key
           MOVE cust-group-limit  TO audit-before-group-limit
           MOVE SPACES            TO audit-operator-id.

       2320-WRITE-SURVIVOR-AUDIT-AFTER.
           MOVE cust-phone        TO audit-after-phone
           MOVE cust-email        TO audit-after-email
           MOVE cust-credit-limit TO audit-after-credit-limit
           MOVE cust-parent-key   TO audit-after-parent-key
           MOVE cust-group-limit  TO audit-after-group-limit
           WRITE audit-record.

      *> The retired key's lookback records are keyed by
                   MOVE ksds-promo-flag TO ws-ki-promo-flag
                   MOVE ksds-cashier-id TO ws-ki-cashier-id
                   MOVE ksds-posting-date TO ws-ki-posting-date
                   MOVE ksds-receipt-no TO ws-ki-receipt-no
                   MOVE ksds-line-no    TO ws-ki-line-no
                   MOVE ksds-channel    TO ws-ki-channel
                   DELETE sales-ksds
                   PERFORM 2420-WRITE-REKEYED-RECORD
                   ADD 1 TO ws-history-rekeyed
           MOVE ws-ki-promo-flag TO ksds-promo-flag
           MOVE ws-ki-cashier-id TO ksds-cashier-id
           MOVE ws-ki-posting-date TO ksds-posting-date
           MOVE ws-ki-receipt-no TO ksds-receipt-no
           MOVE ws-ki-line-no    TO ksds-line-no
           MOVE ws-ki-channel    TO ksds-channel
           WRITE sales-ksds-record
               INVALID KEY
                   ADD 1 TO ws-ki-seq
                   MOVE mrg-survivor-key
                       TO cust-hold-reason (1:10)
                   REWRITE customer-record
                   PERFORM 9510-JOURNAL-CUSTOMER
                   PERFORM 2320-WRITE-SURVIVOR-AUDIT-AFTER
                   IF ws-ret-balance > ZERO
                       MOVE mrg-retired-key TO ws-ledg-entry-key
           MOVE ZERO TO ledg-tax-amount
           MOVE ws-posting-busdate TO ledg-posting-date
           MOVE SPACES TO ledg-tender-type
           MOVE ZERO   TO ledg-charges-forward
           WRITE customer-ledger-record
               INVALID KEY
                   ADD 1 TO ws-ledg-seq-ctr
                       MOVE mrg-survivor-key
                           TO cust-hold-reason (1:10)
                       REWRITE customer-record
                       PERFORM 9510-JOURNAL-CUSTOMER
                       DISPLAY "TOMBSTONE REPOINTED " cust-key
                           " -> " mrg-survivor-key
                   END-IF
           END-PERFORM.

       3000-FINALIZE.
           PERFORM 9590-CLOSE-CUST-JOURNAL
           CLOSE customer-file, sales-ksds, customer-ledger,
               merge-txn, audit-trail
           DISPLAY "CUSTOMER MERGE RUN COMPLETE"
           WRITE step-timing-record
           CLOSE step-timing.

      *> CUSTMAST after-image journal -- see CUSTJRNL.  Opened
      *> with the master and bracketed by a start and an end marker
      *> under this step's name; every change to customer-record
      *> is appended as the record stands after it, so the nightly
      *> image plus the journal can rebuild the master to the end
      *> of any step.  EXTEND with the first-run OUTPUT fallback.
       9500-OPEN-CUST-JOURNAL.
           OPEN EXTEND cust-journal
           IF ws-cust-journal-status NOT = "00"
               OPEN OUTPUT cust-journal
           END-IF
           SET cjr-step-start TO TRUE
           PERFORM 9540-JOURNAL-MARKER.

       9510-JOURNAL-CUSTOMER.
           SET cjr-record-changed TO TRUE
           PERFORM 9550-WRITE-JOURNAL.

       9540-JOURNAL-MARKER.
           MOVE SPACES TO cjr-cust-key
           MOVE SPACES TO cjr-after-image
           PERFORM 9560-STAMP-JOURNAL.

       9550-WRITE-JOURNAL.
           MOVE cust-key TO cjr-cust-key
           MOVE customer-record TO cjr-after-image
           PERFORM 9560-STAMP-JOURNAL.

       9560-STAMP-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO cjr-timestamp
           MOVE "CUSTMRG" TO cjr-step-name
           WRITE cust-journal-record.

       9590-CLOSE-CUST-JOURNAL.
           SET cjr-step-end TO TRUE
           PERFORM 9540-JOURNAL-MARKER
           CLOSE cust-journal.

      *> CUSTMAST run interlock -- see CUSTLOCK.  Claimed before
      *> anything else touches the master, released only at clean
      *> end of job so a crash leaves the token held for the
