               RECORD KEY IS dun-cust-key
               FILE STATUS IS ws-dun-hist-status.

      *> Run-parameter registry: the settings that used to come
      *> off one-off control cards, looked up under the card's old
      *> name for the value in force on the run date.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

      *> Shared step-timing log; a start and an end stamp per run
      *> feed the weekly batch-window trend report.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-lock-override-status.

      *> CUSTMAST after-image change journal -- see CUSTJRNL.
           SELECT cust-journal ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-cust-journal-status.

       DATA DIVISION.
       FILE SECTION.
       FD  payment-file
       FD  dunning-history.
       COPY DUNHIST.

       FD  parm-registry.
       COPY PARMREG.

       FD  step-timing
           RECORDING MODE IS F.
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
           05  ws-run-stats-status     PIC XX.
           05  ws-busdate-status       PIC XX.
           05  ws-dun-hist-status      PIC XX.
           05  ws-pay-lookback-status  PIC XX.
           05  ws-checkpoint-status    PIC XX.
           05  ws-restart-parm-status  PIC XX.
           05  ws-reason-init-code      PIC XX.
           05  ws-reason-init-text      PIC X(24).

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

      *> NSFPARM, off the run-parameter registry.
      *> NSF parameters: fee amount, PIC 9(5)V99, columns 1-7;
      *> dunning re-arm flag, column 8 ("Y" to re-arm).  Defaults:
      *> 25.00, re-arm on.
       01  nsf-parm-line.
           05  nsfp-fee-amount         PIC 9(5)V99.
           05  nsfp-rearm-flag         PIC X.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1200-INIT-REASON-TOTALS
           OPEN INPUT payment-file
           OPEN I-O customer-file
           PERFORM 9500-OPEN-CUST-JOURNAL
           OPEN I-O customer-ledger
           OPEN I-O dunning-history
           OPEN I-O pay-lookback
           END-IF.

       1150-READ-NSF-PARM.
           MOVE ws-posting-busdate TO ws-parm-as-of
           MOVE "NSFPARM" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO nsf-parm-line
               MOVE nsfp-fee-amount TO ws-nsf-fee-amount
               MOVE nsfp-rearm-flag TO rearm-dunning-sw
           END-IF.

       1100-READ-BUSDATE.
           MOVE pay-date   TO cust-last-payment-date
           MOVE pay-amount TO cust-last-payment-amount
           REWRITE customer-record
           PERFORM 9510-JOURNAL-CUSTOMER
           IF ws-applied-portion > ZERO
               PERFORM 2350-WRITE-LEDGER-CREDIT
           END-IF
           MOVE ZERO            TO ledg-tax-amount
           MOVE ws-posting-busdate TO ledg-posting-date
           MOVE pay-tender-type TO ledg-tender-type
           MOVE ZERO            TO ledg-charges-forward
           WRITE customer-ledger-record
               INVALID KEY
                   ADD 1 TO ws-ledg-seq-ctr
           MOVE ZERO            TO ledg-tax-amount
           MOVE ws-posting-busdate TO ledg-posting-date
           MOVE pay-tender-type TO ledg-tender-type
           MOVE ZERO            TO ledg-charges-forward
           WRITE customer-ledger-record
               INVALID KEY
                   ADD 1 TO ws-ledg-seq-ctr
               ADD ws-nsf-fee-amount TO ws-nsf-fees-assessed
           END-IF
           REWRITE customer-record
           PERFORM 9510-JOURNAL-CUSTOMER
           IF rearm-dunning
               PERFORM 2570-REARM-DUNNING
           END-IF
           MOVE ZERO            TO ledg-tax-amount
           MOVE ws-posting-busdate TO ledg-posting-date
           MOVE pay-tender-type TO ledg-tender-type
           MOVE ZERO            TO ledg-charges-forward
           WRITE customer-ledger-record
               INVALID KEY
                   ADD 1 TO ws-ledg-seq-ctr
           MOVE ZERO            TO ledg-tax-amount
           MOVE ws-posting-busdate TO ledg-posting-date
           MOVE SPACES          TO ledg-tender-type
           MOVE ZERO            TO ledg-charges-forward
           WRITE customer-ledger-record
               INVALID KEY
                   ADD 1 TO ws-ledg-seq-ctr
           END-SEARCH.

       3000-FINALIZE.
           PERFORM 9590-CLOSE-CUST-JOURNAL
           CLOSE payment-file, customer-file, customer-ledger,
               dunning-history, pay-lookback, checkpoint-file,
               pay-suspense
                   ws-reason-count-tbl (reason-idx)
           END-PERFORM.

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
           MOVE "CASHAPP" TO cjr-step-name
           WRITE cust-journal-record.

       9590-CLOSE-CUST-JOURNAL.
           SET cjr-step-end TO TRUE
           PERFORM 9540-JOURNAL-MARKER
           CLOSE cust-journal.

      *> CUSTMAST run interlock -- see CUSTLOCK.  Claimed before
      *> anything else touches the master, released only at clean
      *> end of job so a crash leaves the token held for the
