      *> writes a FINC debit to the customer ledger (so it prints as
      *> its own statement line and the nightly journal step turns
      *> it into the matching GL income entry), and prints an
      *> assessment register.  A charge under an open dispute case
      *> is left out of the base until the case is resolved.
      *>
      *> Run on month-end night with the close, after the nightly
      *> chain has posted the month's last business date.
               RECORD KEY IS oi-key
               FILE STATUS IS ws-open-item-status.

      *> Run-parameter registry: the settings that used to come
      *> off one-off control cards, looked up under the card's old
      *> name for the value in force on the run date.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

      *> As-of business date, eight digits.  Defaults to today when
      *> the card is absent, matching AGING-REPORT-V1.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-lock-override-status.

      *> CUSTMAST after-image change journal -- see CUSTJRNL.
           SELECT cust-journal ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-cust-journal-status.

       DATA DIVISION.
       FILE SECTION.
       FD  customer-file.
       FD  open-item-file.
       COPY OPENITEM.

       FD  parm-registry.
       COPY PARMREG.

       FD  asof-parm.
       01  asof-parm-line             PIC X(8).
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
           05  ws-customer-status      PIC XX.
           05  ws-ledger-status        PIC XX.
           05  ws-open-item-status     PIC XX.
           05  ws-asof-status          PIC XX.
           05  ws-report-out-status    PIC XX.

           05  ws-reg-charge           PIC ZZZ,ZZ9.99.
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

      *> FINPARM, off the run-parameter registry.
      *> Assessment parameters: monthly rate percent, PIC 9(2)V99,
      *> columns 1-4; grace period days, PIC 9(3), columns 5-7.
      *> Defaults: 1.50 percent past 30 days.
       01  fin-parm-line.
           05  finp-rate-pct           PIC 9(2)V99.
           05  finp-grace-days         PIC 9(3).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START

       1000-INITIALIZE.
           PERFORM 9700-CLAIM-CUSTMAST-LOCK
           PERFORM 1200-READ-ASOF-PARM
           PERFORM 1100-READ-FIN-PARM
           OPEN I-O customer-file
           PERFORM 9500-OPEN-CUST-JOURNAL
           OPEN I-O customer-ledger
           OPEN INPUT open-item-file
           OPEN OUTPUT report-out
           WRITE report-line.

       1100-READ-FIN-PARM.
           MOVE ws-asof-date TO ws-parm-as-of
           MOVE "FINPARM" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO fin-parm-line
               MOVE finp-rate-pct TO ws-rate-pct
               MOVE finp-grace-days TO ws-grace-days
           END-IF.

       1200-READ-ASOF-PARM.
               IF NOT no-more-items
                   IF oi-cust-key = cust-key
                       IF oi-posting-date NOT = ZERO
                           AND NOT oi-disputed
                           COMPUTE ws-charge-integer =
                               FUNCTION INTEGER-OF-DATE
                                   (oi-posting-date)
           IF ws-charge-amount > ZERO
               ADD ws-charge-amount TO cust-balance
               REWRITE customer-record
               PERFORM 9510-JOURNAL-CUSTOMER
               PERFORM 2200-WRITE-LEDGER-DEBIT
               MOVE cust-key TO ws-reg-cust-key
               MOVE ws-item-age TO ws-reg-days
           MOVE ZERO            TO ledg-tax-amount
           MOVE ws-asof-date    TO ledg-posting-date
           MOVE SPACES          TO ledg-tender-type
           MOVE ZERO            TO ledg-charges-forward
           WRITE customer-ledger-record
               INVALID KEY
                   ADD 1 TO ws-ledg-seq-ctr
           END-WRITE.

       3000-FINALIZE.
           PERFORM 9590-CLOSE-CUST-JOURNAL
           CLOSE customer-file, customer-ledger, open-item-file,
               report-out
           DISPLAY "FINANCE CHARGE ASSESSMENT COMPLETE"
           DISPLAY "  CHARGES ASSESSED:  " ws-charges-assessed
           DISPLAY "  TOTAL ASSESSED:    " ws-charge-total.

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
           MOVE "FINCHRG" TO cjr-step-name
           WRITE cust-journal-record.

       9590-CLOSE-CUST-JOURNAL.
           SET cjr-step-end TO TRUE
           PERFORM 9540-JOURNAL-MARKER
           CLOSE cust-journal.

      *> CUSTMAST run interlock -- see CUSTLOCK.  Claimed before
      *> anything else touches the master, released only at clean
      *> end of job so a crash leaves the token held for the
