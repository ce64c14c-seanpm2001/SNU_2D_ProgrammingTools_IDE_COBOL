               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-approval-status.

      *> Run-parameter registry: the settings that used to come
      *> off one-off control cards, looked up under the card's old
      *> name for the value in force on the run date.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

      *> Collections hold audit trail -- the hold this run places
      *> is audited in the COLLECTIONS-HOLD-V1 discipline, so the
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-lock-override-status.

      *> CUSTMAST after-image change journal -- see CUSTJRNL.
           SELECT cust-journal ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-cust-journal-status.

      *> Shared step-timing log; a start and an end stamp per run
      *> feed the weekly batch-window trend report.
           SELECT step-timing ASSIGN TO "STEPTIME"
           05  apr-cust-key            PIC X(10).
           05  apr-approver-id         PIC X(8).

       FD  parm-registry.
       COPY PARMREG.

       FD  hold-audit
           RECORDING MODE IS F.
       FD  lock-override.
       01  lock-override-line          PIC X(8).

       FD  cust-journal
           RECORDING MODE IS F.
       COPY CUSTJRNL.

       FD  step-timing
           RECORDING MODE IS F.
       COPY STEPTIME.
       01  ws-step-timing-status      PIC XX.
       01  ws-custmast-lock-status    PIC XX.
       01  ws-lock-override-status    PIC XX.
       01  ws-cust-journal-status     PIC XX.
       01  lock-override-sw           PIC X VALUE "N".
           88  lock-override-given    VALUE "Y".
       01  ws-file-status.
           05  ws-dun-hist-status      PIC XX.
           05  ws-ledger-status        PIC XX.
           05  ws-approval-status      PIC XX.
           05  ws-hold-audit-status    PIC XX.
           05  ws-asof-status          PIC XX.
           05  ws-busdate-status       PIC XX.
           05  ws-reg-note             PIC X(16).
           05  FILLER                  PIC X(23) VALUE SPACES.

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

      *> WOFPARM, off the run-parameter registry.
      *> Write-off parameters: age days past final notice, PIC
      *> 9(3), columns 1-3; supervisor threshold dollars, PIC
      *> 9(7)V99, columns 4-12.  Defaults: 180 days, 100.00.
       01  wof-parm-line.
           05  wofp-age-days           PIC 9(3).
           05  wofp-threshold          PIC 9(7)V99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START

       1000-INITIALIZE.
           PERFORM 9700-CLAIM-CUSTMAST-LOCK
           PERFORM 1200-READ-ASOF-PARM
           PERFORM 1100-READ-WOF-PARM
           PERFORM 1250-READ-BUSDATE
           OPEN INPUT approval-cards
           PERFORM 1300-LOAD-APPROVALS
               UNTIL no-more-approvals
           CLOSE approval-cards
           OPEN I-O customer-file
           PERFORM 9500-OPEN-CUST-JOURNAL
           OPEN I-O dunning-history
           OPEN I-O customer-ledger
           OPEN OUTPUT hold-audit
           WRITE report-line.

       1100-READ-WOF-PARM.
           MOVE ws-asof-date TO ws-parm-as-of
           MOVE "WOFPARM" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO wof-parm-line
               MOVE wofp-age-days TO ws-age-days
               MOVE wofp-threshold TO ws-threshold-amount
           END-IF.

       1200-READ-ASOF-PARM.
           MOVE ws-posting-busdate TO cust-hold-date
           MOVE "BAD DEBT WRITE-OFF" TO cust-hold-reason
           REWRITE customer-record
           PERFORM 9510-JOURNAL-CUSTOMER
           PERFORM 2360-AUDIT-HOLD-AFTER
           PERFORM 2400-WRITE-LEDGER-CREDIT
           ADD 1 TO ws-accounts-written-off
           MOVE ZERO            TO ledg-tax-amount
           MOVE ws-posting-busdate TO ledg-posting-date
           MOVE SPACES          TO ledg-tender-type
           MOVE ZERO            TO ledg-charges-forward
           WRITE customer-ledger-record
               INVALID KEY
                   ADD 1 TO ws-ledg-seq-ctr
           MOVE SPACES TO ws-reg-note.

       3000-FINALIZE.
           PERFORM 9590-CLOSE-CUST-JOURNAL
           CLOSE customer-file, dunning-history, customer-ledger,
               hold-audit, report-out
           PERFORM 9790-RELEASE-CUSTMAST-LOCK
           DISPLAY "  HELD FOR APPROVAL:  " ws-held-for-approval
           DISPLAY "  HELD AMOUNT:        " ws-held-amount.

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
           MOVE "BADDEBT" TO cjr-step-name
           WRITE cust-journal-record.

       9590-CLOSE-CUST-JOURNAL.
           SET cjr-step-end TO TRUE
           PERFORM 9540-JOURNAL-MARKER
           CLOSE cust-journal.

      *> CUSTMAST run interlock -- see CUSTLOCK.  Claimed before
      *> anything else touches the master, released only at clean
      *> end of job so a crash leaves the token held for the
               CLOSE custmast-lock
           END-IF.

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
