       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-BUREAU-V1.
      *> Month-end credit-bureau reporting extract.  The bureau
      *> agreement has us report every trade account -- every
      *> account we extend credit on, i.e. with a credit limit --
      *> once a month, in the bureau's fixed layout (see BUREAU).
      *> Reads the customer master front to back after the close
      *> and, for each trade account, writes a detail carrying:
      *>   - the balance, credit limit and last payment off the
      *>     customer record;
      *>   - the oldest past-due bucket and the past-due amount,
      *>     aged off OPENITEM exactly as the aging report ages it
      *>     (a disputed charge is not aged);
      *>   - the account status: written off (97) when CUSTLEDG
      *>     carries a WOFF entry for the key, else the status of
      *>     the oldest past-due bucket;
      *>   - the XB compliance code while a DISPCASE case stands
      *>     open on any charge, and the hold flag while the
      *>     account is on collections credit hold.
      *> A header with the member id and name off the BUREAPRM
      *> setting leads the file and a trailer with the count and
      *> balance totals closes it.
      *>
      *> Not reported: merged-away tombstones, and any trade
      *> account missing the name or date of birth the bureau
      *> matches on -- those are listed on the edit report with
      *> the reason, for customer service to chase before next
      *> month's extract.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT customer-file ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS cust-key
               FILE STATUS IS ws-customer-status.

           SELECT open-item-file ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS oi-key
               FILE STATUS IS ws-open-item-status.

           SELECT customer-ledger ASSIGN TO "CUSTLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ledg-key
               FILE STATUS IS ws-ledger-status.

           SELECT dispute-file ASSIGN TO "DISPCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dsp-key
               FILE STATUS IS ws-dispute-status.

      *> This month's bureau transmission, a generation per month.
           SELECT bureau-file ASSIGN TO "BUREAU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-bureau-status.

      *> Run-parameter registry: the settings that used to come
      *> off one-off control cards, looked up under the card's old
      *> name for the value in force on the run date.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

      *> As-of business date, eight digits.  Defaults to today.
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
       FD  customer-file.
       COPY CUSTREC.

       FD  open-item-file.
       COPY OPENITEM.

       FD  customer-ledger.
       COPY CUSTLEDG.

       FD  dispute-file.
       COPY DISPCASE.

       FD  bureau-file
           RECORDING MODE IS F.
       COPY BUREAU.

       FD  parm-registry.
       COPY PARMREG.

       FD  asof-parm.
       01  asof-parm-line             PIC X(8).

       FD  report-out.
       01  report-line                PIC X(80).

       FD  step-timing
           RECORDING MODE IS F.
       COPY STEPTIME.

       WORKING-STORAGE SECTION.
       01  ws-step-timing-status      PIC XX.
       01  ws-file-status.
           05  ws-customer-status      PIC XX.
           05  ws-open-item-status     PIC XX.
           05  ws-ledger-status        PIC XX.
           05  ws-dispute-status       PIC XX.
           05  ws-bureau-status        PIC XX.
           05  ws-asof-status          PIC XX.
           05  ws-report-out-status    PIC XX.

       01  ws-flags.
           05  no-more-customers-sw    PIC X VALUE "N".
               88  no-more-customers   VALUE "Y".
           05  no-more-items-sw        PIC X VALUE "N".
               88  no-more-items
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  no-more-ledger-sw       PIC X VALUE "N".
               88  no-more-ledger-for-cust
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  no-more-cases-sw        PIC X VALUE "N".
               88  no-more-cases
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  dispute-file-open-sw    PIC X VALUE "N".
               88  dispute-file-open   VALUE "Y".
           05  open-dispute-sw         PIC X VALUE "N".
               88  open-dispute
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-member-id                PIC X(10) VALUE SPACES.
       01  ws-member-name              PIC X(30) VALUE SPACES.
       01  ws-asof-date                PIC 9(8).
       01  ws-asof-integer             PIC 9(9).
       01  ws-charge-integer           PIC 9(9).
       01  ws-item-age                 PIC S9(9).
       01  ws-oldest-age               PIC S9(9).
       01  ws-past-due-amount          PIC 9(7)V99.
       01  ws-charged-off-amount       PIC 9(7)V99.
       01  ws-exclude-reason           PIC X(30).

       01  ws-run-totals.
           05  ws-customers-read       PIC 9(7) VALUE ZERO.
           05  ws-accounts-reported    PIC 9(9) VALUE ZERO.
           05  ws-accounts-excluded    PIC 9(7) VALUE ZERO.
           05  ws-balance-total        PIC 9(11)V99 VALUE ZERO.
           05  ws-past-due-total       PIC 9(11)V99 VALUE ZERO.

       01  ws-excluded-line.
           05  ws-exl-cust-key         PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-exl-name             PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-exl-reason           PIC X(30).
           05  FILLER                  PIC X(6) VALUE SPACES.

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

      *> BUREAPRM, off the run-parameter registry.
      *> Member card: our bureau member id (10, columns 1-10) and
      *> reporter name (30, columns 11-40).
       01  bureau-parm-card.
           05  bpm-member-id           PIC X(10).
           05  bpm-member-name         PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CUSTOMERS
               UNTIL no-more-customers
           PERFORM 3000-FINALIZE
           PERFORM 9810-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-ASOF-PARM
           PERFORM 1150-READ-BUREAU-PARM
           OPEN INPUT customer-file
           OPEN INPUT open-item-file
           OPEN INPUT customer-ledger
           OPEN INPUT dispute-file
           IF ws-dispute-status = "00"
               SET dispute-file-open TO TRUE
           END-IF
           OPEN OUTPUT bureau-file
           OPEN OUTPUT report-out
           MOVE "CREDIT BUREAU EXTRACT - ACCOUNTS EXCLUDED"
               TO report-line
           WRITE report-line
           MOVE SPACES TO bureau-record
           SET bur-header TO TRUE
           MOVE ws-member-id TO bur-hdr-member-id
           MOVE ws-member-name TO bur-hdr-member-name
           MOVE ws-asof-date TO bur-hdr-activity-date
           MOVE FUNCTION CURRENT-DATE (1:8) TO bur-hdr-created-date
           WRITE bureau-record.

       1100-READ-ASOF-PARM.
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
           END-IF
           COMPUTE ws-asof-integer =
               FUNCTION INTEGER-OF-DATE (ws-asof-date).

      *> The bureau rejects a file with no member id, so a missing
      *> card is reported loudly; the extract still runs for the
      *> edit report.
       1150-READ-BUREAU-PARM.
           MOVE ws-asof-date TO ws-parm-as-of
           MOVE "BUREAPRM" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO bureau-parm-card
               MOVE bpm-member-id TO ws-member-id
               MOVE bpm-member-name TO ws-member-name
           END-IF
           IF ws-member-id = SPACES
               DISPLAY "BUREAPRM MEMBER ID MISSING - HEADER BLANK"
               MOVE 4 TO RETURN-CODE
           END-IF.

       2000-PROCESS-CUSTOMERS.
           READ customer-file
               AT END
                   SET no-more-customers TO TRUE
           END-READ
           IF NOT no-more-customers
               ADD 1 TO ws-customers-read
               IF cust-credit-limit > ZERO
                   AND NOT cust-merged-away
                   PERFORM 2100-EDIT-IDENTITY
                   IF ws-exclude-reason = SPACES
                       PERFORM 2200-REPORT-ACCOUNT
                   ELSE
                       PERFORM 2900-LIST-EXCLUSION
                   END-IF
               END-IF
           END-IF.

      *> The bureau matches on name and date of birth; an account
      *> short of either cannot be reported against anyone.
       2100-EDIT-IDENTITY.
           MOVE SPACES TO ws-exclude-reason
           EVALUATE TRUE
               WHEN cust-last-name = SPACES
                   MOVE "LAST NAME MISSING" TO ws-exclude-reason
               WHEN cust-first-name = SPACES
                   MOVE "FIRST NAME MISSING" TO ws-exclude-reason
               WHEN cust-dob NOT NUMERIC
                   OR cust-dob = ZERO
                   MOVE "DATE OF BIRTH MISSING"
                       TO ws-exclude-reason
               WHEN cust-dob NOT < ws-asof-date
                   MOVE "DATE OF BIRTH INVALID"
                       TO ws-exclude-reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-REPORT-ACCOUNT.
           MOVE SPACES TO bureau-record
           SET bur-detail TO TRUE
           MOVE cust-key TO bur-dtl-account-no
           MOVE cust-last-name TO bur-dtl-last-name
           MOVE cust-first-name TO bur-dtl-first-name
           MOVE cust-dob TO bur-dtl-dob
           MOVE cust-phone TO bur-dtl-phone
           MOVE cust-credit-limit TO bur-dtl-credit-limit
           MOVE cust-balance TO bur-dtl-balance
           MOVE cust-last-payment-date TO bur-dtl-last-pay-date
           MOVE cust-last-payment-amount TO bur-dtl-last-pay-amount
           PERFORM 2300-AGE-OPEN-ITEMS
           PERFORM 2400-SUM-WRITE-OFFS
           PERFORM 2500-CHECK-OPEN-DISPUTE
           EVALUATE TRUE
               WHEN ws-oldest-age > 90
                   MOVE 3 TO bur-dtl-oldest-bucket
                   SET bur-status-90-days TO TRUE
               WHEN ws-oldest-age > 60
                   MOVE 2 TO bur-dtl-oldest-bucket
                   SET bur-status-60-days TO TRUE
               WHEN ws-oldest-age > 30
                   MOVE 1 TO bur-dtl-oldest-bucket
                   SET bur-status-30-days TO TRUE
               WHEN OTHER
                   MOVE 0 TO bur-dtl-oldest-bucket
                   SET bur-status-current TO TRUE
           END-EVALUATE
           IF ws-charged-off-amount > ZERO
               SET bur-status-charged-off TO TRUE
           END-IF
           MOVE ws-past-due-amount TO bur-dtl-past-due
           MOVE ws-charged-off-amount TO bur-dtl-charged-off
           IF open-dispute
               SET bur-disputed TO TRUE
           END-IF
           IF cust-on-hold
               SET bur-on-hold TO TRUE
           END-IF
           WRITE bureau-record
           ADD 1 TO ws-accounts-reported
           ADD cust-balance TO ws-balance-total
           ADD ws-past-due-amount TO ws-past-due-total.

      *> Same arithmetic as the aging report: each undisputed open
      *> charge ages from its own posting date; anything over 30
      *> days is past due.  A disputed charge is neither aged nor
      *> counted past due while its case stands.
       2300-AGE-OPEN-ITEMS.
           MOVE ZERO TO ws-oldest-age
           MOVE ZERO TO ws-past-due-amount
           SET no-more-items TO FALSE
           MOVE cust-key TO oi-cust-key
           MOVE ZERO TO oi-posting-date
           MOVE ZERO TO oi-seq
           START open-item-file KEY IS >= oi-key
               INVALID KEY
                   SET no-more-items TO TRUE
           END-START
           PERFORM UNTIL no-more-items
               READ open-item-file NEXT RECORD
                   AT END
                       SET no-more-items TO TRUE
               END-READ
               IF NOT no-more-items
                   IF oi-cust-key = cust-key
                       IF NOT oi-disputed
                           PERFORM 2350-AGE-ONE-ITEM
                       END-IF
                   ELSE
                       SET no-more-items TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       2350-AGE-ONE-ITEM.
           IF oi-posting-date = ZERO
               MOVE ZERO TO ws-item-age
           ELSE
               COMPUTE ws-charge-integer =
                   FUNCTION INTEGER-OF-DATE (oi-posting-date)
               COMPUTE ws-item-age =
                   ws-asof-integer - ws-charge-integer
           END-IF
           IF ws-item-age > ws-oldest-age
               MOVE ws-item-age TO ws-oldest-age
           END-IF
           IF ws-item-age > 30
               ADD oi-open-amount TO ws-past-due-amount
           END-IF.

      *> Any bad-debt write-off on the key marks the account
      *> charged off, with the total written off, for as long as
      *> the ledger carries it.
       2400-SUM-WRITE-OFFS.
           MOVE ZERO TO ws-charged-off-amount
           MOVE cust-key TO ledg-cust-key
           MOVE ZERO TO ledg-date
           MOVE ZERO TO ledg-seq
           START customer-ledger KEY IS >= ledg-key
               INVALID KEY
                   SET no-more-ledger-for-cust TO TRUE
               NOT INVALID KEY
                   SET no-more-ledger-for-cust TO FALSE
           END-START
           PERFORM UNTIL no-more-ledger-for-cust
               READ customer-ledger NEXT RECORD
                   AT END
                       SET no-more-ledger-for-cust TO TRUE
               END-READ
               IF NOT no-more-ledger-for-cust
                   IF ledg-cust-key = cust-key
                       IF ledg-writeoff-txn
                           ADD ledg-amount TO ws-charged-off-amount
                       END-IF
                   ELSE
                       SET no-more-ledger-for-cust TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       2500-CHECK-OPEN-DISPUTE.
           SET open-dispute TO FALSE
           IF dispute-file-open
               MOVE cust-key TO dsp-cust-key
               MOVE ZERO TO dsp-posting-date
               MOVE ZERO TO dsp-item-seq
               START dispute-file KEY IS >= dsp-key
                   INVALID KEY
                       SET no-more-cases TO TRUE
                   NOT INVALID KEY
                       SET no-more-cases TO FALSE
               END-START
               PERFORM UNTIL no-more-cases
                   READ dispute-file NEXT RECORD
                       AT END
                           SET no-more-cases TO TRUE
                   END-READ
                   IF NOT no-more-cases
                       IF dsp-cust-key = cust-key
                           IF dsp-open
                               SET open-dispute TO TRUE
                               SET no-more-cases TO TRUE
                           END-IF
                       ELSE
                           SET no-more-cases TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       2900-LIST-EXCLUSION.
           MOVE cust-key TO ws-exl-cust-key
           MOVE cust-name TO ws-exl-name
           MOVE ws-exclude-reason TO ws-exl-reason
           MOVE ws-excluded-line TO report-line
           WRITE report-line
           ADD 1 TO ws-accounts-excluded.

       3000-FINALIZE.
           MOVE SPACES TO bureau-record
           SET bur-trailer TO TRUE
           MOVE ws-accounts-reported TO bur-trl-detail-count
           MOVE ws-balance-total TO bur-trl-balance-total
           MOVE ws-past-due-total TO bur-trl-past-due-total
           WRITE bureau-record
           CLOSE customer-file, open-item-file, customer-ledger,
               bureau-file, report-out
           IF dispute-file-open
               CLOSE dispute-file
           END-IF
           DISPLAY "CREDIT BUREAU EXTRACT COMPLETE"
           DISPLAY "  CUSTOMERS READ:     " ws-customers-read
           DISPLAY "  ACCOUNTS REPORTED:  " ws-accounts-reported
           DISPLAY "  ACCOUNTS EXCLUDED:  " ws-accounts-excluded.

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
           MOVE "CRBUREAU" TO stp-step-name
           MOVE FUNCTION CURRENT-DATE TO stp-timestamp
           WRITE step-timing-record
           CLOSE step-timing.
