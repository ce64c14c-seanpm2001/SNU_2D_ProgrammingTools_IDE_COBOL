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
           PERFORM 9600-LOAD-OPER-AUTH
           OPEN OUTPUT auth-exceptions
           OPEN I-O customer-file
           PERFORM 9500-OPEN-CUST-JOURNAL
           OPEN INPUT hold-txn
           OPEN OUTPUT hold-audit
           OPEN OUTPUT report-out
           MOVE FUNCTION CURRENT-DATE (1:8) TO cust-hold-date
           MOVE htx-reason TO cust-hold-reason
           REWRITE customer-record
           PERFORM 9510-JOURNAL-CUSTOMER
           PERFORM 2950-AUDIT-AFTER
           ADD 1 TO ws-holds-set.

           MOVE ZERO TO cust-hold-date
           MOVE SPACES TO cust-hold-reason
           REWRITE customer-record
           PERFORM 9510-JOURNAL-CUSTOMER
           PERFORM 2950-AUDIT-AFTER
           ADD 1 TO ws-holds-released.

           END-IF.

       4000-FINALIZE.
           PERFORM 9590-CLOSE-CUST-JOURNAL
           CLOSE customer-file, hold-txn, hold-audit,
               auth-exceptions, report-out
           DISPLAY "COLLECTIONS HOLD RUN COMPLETE"
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
           MOVE "COLHOLD" TO cjr-step-name
           WRITE cust-journal-record.

       9590-CLOSE-CUST-JOURNAL.
           SET cjr-step-end TO TRUE
           PERFORM 9540-JOURNAL-MARKER
           CLOSE cust-journal.

      *> CUSTMAST run interlock -- see CUSTLOCK.  Claimed before
      *> anything else touches the master, released only at clean
      *> end of job so a crash leaves the token held for the
