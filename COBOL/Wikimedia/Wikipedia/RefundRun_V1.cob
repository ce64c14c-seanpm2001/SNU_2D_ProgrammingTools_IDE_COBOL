               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-lock-override-status.

      *> CUSTMAST after-image change journal -- see CUSTJRNL.
           SELECT cust-journal ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-cust-journal-status.

       DATA DIVISION.
       FILE SECTION.
       FD  reject-in
                     ==reject-txn-type==    BY ==carry-txn-type==
                     ==reject-sale-txn==    BY ==carry-sale-txn==
                     ==reject-return-txn==  BY ==carry-return-txn==
                     ==reject-cashier-id==  BY ==carry-cashier-id==
                     ==reject-receipt-no==  BY ==carry-receipt-no==
                     ==reject-line-no==     BY ==carry-line-no==.

       FD  approval-cards.
       01  approval-card-line.
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
       01  ws-file-status.
           OPEN INPUT reject-in
           OPEN OUTPUT reject-keep
           OPEN I-O customer-file
           PERFORM 9500-OPEN-CUST-JOURNAL
           OPEN I-O customer-ledger
           OPEN OUTPUT check-print
           OPEN OUTPUT refund-gl
               IF ws-balance-portion > ZERO
                   SUBTRACT ws-balance-portion FROM cust-balance
                   REWRITE customer-record
                   PERFORM 9510-JOURNAL-CUSTOMER
                   PERFORM 2300-WRITE-RETURN-CREDIT
                   ADD ws-balance-portion TO ws-posted-amount
               END-IF
           MOVE ZERO             TO ledg-tax-amount
           MOVE ws-posting-busdate TO ledg-posting-date
           MOVE SPACES           TO ledg-tender-type
           MOVE ZERO             TO ledg-charges-forward
           PERFORM 8800-WRITE-LEDGER-ENTRY.

      *> The remainder never touches cust-balance -- it is the
           MOVE ZERO             TO ledg-tax-amount
           MOVE ws-posting-busdate TO ledg-posting-date
           MOVE SPACES           TO ledg-tender-type
           MOVE ZERO             TO ledg-charges-forward
           PERFORM 8800-WRITE-LEDGER-ENTRY.

       2500-WRITE-REFUND-CHECK.
           MOVE reject-status        TO carry-status
           MOVE reject-txn-type      TO carry-txn-type
           MOVE reject-cashier-id    TO carry-cashier-id
           MOVE reject-receipt-no    TO carry-receipt-no
           MOVE reject-line-no       TO carry-line-no
           WRITE carry-record.

      *> Ledger writes bump the sequence on a collision the way
       3000-FINALIZE.
           PERFORM 3100-REPORT-UNUSED-APPROVALS
           PERFORM 3300-WRITE-RUN-STATS
           PERFORM 9590-CLOSE-CUST-JOURNAL
           CLOSE reject-in, reject-keep, customer-file,
               customer-ledger, check-print, refund-gl, report-out
           DISPLAY "REFUND RUN COMPLETE"
           WRITE run-stats-record
           CLOSE run-stats.

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
           MOVE "REFUND" TO cjr-step-name
           WRITE cust-journal-record.

       9590-CLOSE-CUST-JOURNAL.
           SET cjr-step-end TO TRUE
           PERFORM 9540-JOURNAL-MARKER
           CLOSE cust-journal.

      *> CUSTMAST run interlock -- see CUSTLOCK.  Claimed before
      *> anything else touches the master, released only at clean
      *> end of job so a crash leaves the token held for the
