       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT-RUN-V1.
      *> Unclaimed-property (escheatment) run for dormant customer
      *> credit.  Overpayments and refund remainders bank on
      *> cust-credit-on-account, and some of that credit never
      *> moves again; once it has sat past the state's dormancy
      *> period it has to be reported and remitted.  Released by
      *> the scheduler once a year, and again after the response
      *> window, this run sweeps the master and, working off the
      *> ESCHCASE case file:
      *>   - for an account with credit and no CUSTLEDG activity
      *>     for the ESCHPARM dormancy period (default 1095 days),
      *>     writes the owner a due-diligence letter to ESCHLTR and
      *>     opens a case carrying the credit, the last activity
      *>     date, and the jurisdiction of the store on STORMAST the
      *>     account last traded at (UNKN when no sale or store is
      *>     on file, the way the tax remittance reports it);
      *>   - for a case whose response window (default 90 days) has
      *>     run, closes it as reclaimed when the owner answered --
      *>     an ESCHRESP card -- or the account has moved since the
      *>     letter; otherwise takes the credit off the account,
      *>     posts an ESCH credit on CUSTLEDG (the nightly journal
      *>     turns it into the customer-credit/escheat-liability
      *>     pair), and carries it to the holder report.
      *> The holder report prints, and writes to ESCHHLDR, the
      *> remitted amounts grouped by jurisdiction with a total per
      *> jurisdiction, which is what each state's filing is cut
      *> from.

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

           SELECT customer-ledger ASSIGN TO "CUSTLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ledg-key
               FILE STATUS IS ws-ledger-status.

           SELECT sales-ksds ASSIGN TO "SALESKSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ksds-key
               FILE STATUS IS ws-sales-ksds-status.

           SELECT store-master ASSIGN TO "STORMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS store-key
               FILE STATUS IS ws-store-status.

           SELECT escheat-file ASSIGN TO "ESCHCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS esc-cust-key
               FILE STATUS IS ws-escheat-status.

      *> Owner response cards, keyed in by the desk as answers to
      *> the due-diligence letters come back: cust-key (10).
           SELECT response-cards ASSIGN TO "ESCHRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-response-status.

      *> Run-parameter registry: the settings that used to come
      *> off one-off control cards, looked up under the card's old
      *> name for the value in force on the run date.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

           SELECT letter-file ASSIGN TO "ESCHLTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-letter-status.

           SELECT holder-file ASSIGN TO "ESCHHLDR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-holder-status.

           SELECT asof-parm ASSIGN TO "ASOFDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-asof-status.

           SELECT busdate-card ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-busdate-status.

           SELECT report-out ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-out-status.

      *> CUSTMAST run-interlock token and the operator override
      *> card that breaks a token a crashed run left held.
           SELECT custmast-lock ASSIGN TO "CUSTLOCK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-custmast-lock-status.

           SELECT lock-override ASSIGN TO "LOCKOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-lock-override-status.

      *> CUSTMAST after-image change journal -- see CUSTJRNL.
           SELECT cust-journal ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-cust-journal-status.

      *> Shared step-timing log; a start and an end stamp per run
      *> feed the weekly batch-window trend report.
           SELECT step-timing ASSIGN TO "STEPTIME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-step-timing-status.

       DATA DIVISION.
       FILE SECTION.
       FD  customer-file.
       COPY CUSTREC.

       FD  customer-ledger.
       COPY CUSTLEDG.

       FD  sales-ksds.
       COPY SALESKSDS.

       FD  store-master.
       COPY STOREREC.

       FD  escheat-file.
       COPY ESCHCASE.

       FD  response-cards.
       01  response-card-line.
           05  rsp-cust-key            PIC X(10).

       FD  parm-registry.
       COPY PARMREG.

      *> Due-diligence letter extract for the mail house: one
      *> record per owner written to, with the date the answer is
      *> due back by.
       FD  letter-file
           RECORDING MODE IS F.
       01  letter-record.
           05  ltr-cust-key            PIC X(10).
           05  ltr-first-name          PIC X(30).
           05  ltr-last-name           PIC X(30).
           05  ltr-phone               PIC X(15).
           05  ltr-email               PIC X(40).
           05  ltr-credit-amount       PIC 9(7)V99.
           05  ltr-last-activity-date  PIC 9(8).
           05  ltr-jurisdiction        PIC X(4).
           05  ltr-letter-date         PIC 9(8).
           05  ltr-respond-by-date     PIC 9(8).

      *> Holder report detail, grouped by jurisdiction: one record
      *> per remitted owner.
       FD  holder-file
           RECORDING MODE IS F.
       01  holder-record.
           05  hld-jurisdiction        PIC X(4).
           05  hld-cust-key            PIC X(10).
           05  hld-first-name          PIC X(30).
           05  hld-last-name           PIC X(30).
           05  hld-phone               PIC X(15).
           05  hld-email               PIC X(40).
           05  hld-store-no            PIC 9(4).
           05  hld-last-activity-date  PIC 9(8).
           05  hld-notice-date         PIC 9(8).
           05  hld-remit-date          PIC 9(8).
           05  hld-amount              PIC 9(7)V99.

       FD  asof-parm.
       01  asof-parm-line             PIC X(8).

       FD  busdate-card.
       01  busdate-line               PIC X(8).

       FD  report-out.
       01  report-line                PIC X(80).

       FD  custmast-lock
           RECORDING MODE IS F.
       COPY CUSTLOCK.

      *> Override card: the word OVERRIDE, columns 1-8.
       FD  lock-override.
       01  lock-override-line          PIC X(8).

       FD  cust-journal
           RECORDING MODE IS F.
       COPY CUSTJRNL.

       FD  step-timing
           RECORDING MODE IS F.
       COPY STEPTIME.

       WORKING-STORAGE SECTION.
       01  ws-step-timing-status      PIC XX.
       01  ws-custmast-lock-status    PIC XX.
       01  ws-lock-override-status    PIC XX.
       01  ws-cust-journal-status     PIC XX.
       01  lock-override-sw           PIC X VALUE "N".
           88  lock-override-given    VALUE "Y".
       01  ws-file-status.
           05  ws-customer-status      PIC XX.
           05  ws-ledger-status        PIC XX.
           05  ws-sales-ksds-status    PIC XX.
           05  ws-store-status         PIC XX.
           05  ws-escheat-status       PIC XX.
           05  ws-response-status      PIC XX.
           05  ws-letter-status        PIC XX.
           05  ws-holder-status        PIC XX.
           05  ws-asof-status          PIC XX.
           05  ws-busdate-status       PIC XX.
           05  ws-report-out-status    PIC XX.

       01  ws-flags.
           05  no-more-customers-sw    PIC X VALUE "N".
               88  no-more-customers   VALUE "Y".
           05  no-more-responses-sw    PIC X VALUE "N".
               88  no-more-responses   VALUE "Y".
           05  no-more-ledger-sw       PIC X VALUE "N".
               88  no-more-ledger-for-cust
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  no-more-sales-sw        PIC X VALUE "N".
               88  no-more-sales-for-cust
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  case-on-file-sw         PIC X VALUE "N".
               88  case-on-file
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  response-found-sw       PIC X VALUE "N".
               88  response-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  store-found-sw          PIC X VALUE "N".
               88  store-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-dormancy-days            PIC 9(4) VALUE 1095.
       01  ws-window-days              PIC 9(3) VALUE 90.
       01  ws-asof-date                PIC 9(8).
       01  ws-posting-busdate          PIC 9(8).
       01  ws-asof-integer             PIC 9(9).
       01  ws-activity-integer         PIC 9(9).
       01  ws-notice-integer           PIC 9(9).
       01  ws-days-idle                PIC S9(9).
       01  ws-days-since-notice        PIC S9(9).
       01  ws-last-activity-date       PIC 9(8).
       01  ws-last-store-no            PIC 9(4).
       01  ws-jurisdiction             PIC X(4).
       01  ws-remit-amount             PIC 9(7)V99.
       01  ws-ledg-seq-ctr             PIC 9(5) VALUE ZERO.

       01  ws-response-table.
           05  ws-rsp-count            PIC 9(3) VALUE ZERO.
           05  ws-rsp-tbl OCCURS 500 TIMES INDEXED BY rsp-idx.
               10  ws-rsp-cust-key     PIC X(10).

      *> Remitted owners held for the holder report, which prints
      *> them jurisdiction by jurisdiction once the sweep is done.
       01  ws-remit-table.
           05  ws-rmt-count            PIC 9(4) VALUE ZERO.
           05  ws-rmt-tbl OCCURS 2000 TIMES INDEXED BY rmt-idx.
               10  ws-rmt-jurisdiction PIC X(4).
               10  ws-rmt-cust-key     PIC X(10).
               10  ws-rmt-first-name   PIC X(30).
               10  ws-rmt-last-name    PIC X(30).
               10  ws-rmt-phone        PIC X(15).
               10  ws-rmt-email        PIC X(40).
               10  ws-rmt-store-no     PIC 9(4).
               10  ws-rmt-last-activity PIC 9(8).
               10  ws-rmt-notice-date  PIC 9(8).
               10  ws-rmt-amount       PIC 9(7)V99.

       01  ws-jurisdiction-table.
           05  ws-jur-count            PIC 9(2) VALUE ZERO.
           05  ws-jur-tbl OCCURS 50 TIMES INDEXED BY jur-idx.
               10  ws-jur-code         PIC X(4).
               10  ws-jur-owners       PIC 9(5).
               10  ws-jur-amount       PIC 9(11)V99.

       01  ws-run-totals.
           05  ws-customers-read       PIC 9(7) VALUE ZERO.
           05  ws-notices-sent         PIC 9(5) VALUE ZERO.
           05  ws-noticed-amount       PIC 9(11)V99 VALUE ZERO.
           05  ws-cases-pending        PIC 9(5) VALUE ZERO.
           05  ws-cases-reclaimed      PIC 9(5) VALUE ZERO.
           05  ws-cases-remitted       PIC 9(5) VALUE ZERO.
           05  ws-remitted-amount      PIC 9(11)V99 VALUE ZERO.
           05  ws-cases-deferred       PIC 9(5) VALUE ZERO.

       01  ws-register-line.
           05  ws-reg-cust-key         PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-reg-note             PIC X(16).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-reg-activity-date    PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-reg-jurisdiction     PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-reg-amount           PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  ws-holder-line.
           05  ws-hl-jurisdiction      PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-hl-cust-key          PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-hl-last-name         PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-hl-store-no          PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-hl-activity-date     PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-hl-amount            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  ws-holder-total-line.
           05  ws-ht-jurisdiction      PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "TOTAL".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-ht-owners            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(7) VALUE " OWNERS".
           05  FILLER                  PIC X(23) VALUE SPACES.
           05  ws-ht-amount            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(13) VALUE SPACES.

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

      *> ESCHPARM, off the run-parameter registry.
      *> Escheat parameters: dormancy period in days, PIC 9(4),
      *> columns 1-4; response window in days, PIC 9(3), columns
      *> 5-7.  Defaults: 1095 days, 90 days.
       01  esch-parm-line.
           05  eschp-dormancy-days     PIC 9(4).
           05  eschp-window-days       PIC 9(3).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SWEEP-CUSTOMERS
               UNTIL no-more-customers
           PERFORM 3000-PRINT-HOLDER-REPORT
           PERFORM 4000-FINALIZE
           PERFORM 9810-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9700-CLAIM-CUSTMAST-LOCK
           PERFORM 1200-READ-ASOF-PARM
           PERFORM 1100-READ-ESCH-PARM
           PERFORM 1250-READ-BUSDATE
           OPEN INPUT response-cards
           IF ws-response-status = "00"
               PERFORM 1300-LOAD-RESPONSES
                   UNTIL no-more-responses
               CLOSE response-cards
           END-IF
           OPEN I-O customer-file
           PERFORM 9500-OPEN-CUST-JOURNAL
           OPEN I-O customer-ledger
           OPEN INPUT sales-ksds
           OPEN INPUT store-master
           OPEN I-O escheat-file
           IF ws-escheat-status NOT = "00"
               OPEN OUTPUT escheat-file
               CLOSE escheat-file
               OPEN I-O escheat-file
           END-IF
           OPEN OUTPUT letter-file
           OPEN OUTPUT holder-file
           OPEN OUTPUT report-out
           MOVE "UNCLAIMED PROPERTY REGISTER" TO report-line
           WRITE report-line
           MOVE "CUSTOMER    ACTION            LAST ACT  JUR   "
               & "    AMOUNT"
               TO report-line
           WRITE report-line.

       1100-READ-ESCH-PARM.
           MOVE ws-asof-date TO ws-parm-as-of
           MOVE "ESCHPARM" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO esch-parm-line
               IF eschp-dormancy-days IS NUMERIC
                   AND eschp-dormancy-days > ZERO
                   MOVE eschp-dormancy-days
                       TO ws-dormancy-days
               END-IF
               IF eschp-window-days IS NUMERIC
                   AND eschp-window-days > ZERO
                   MOVE eschp-window-days TO ws-window-days
               END-IF
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
           END-IF
           COMPUTE ws-asof-integer =
               FUNCTION INTEGER-OF-DATE (ws-asof-date).

       1250-READ-BUSDATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ws-posting-busdate
           OPEN INPUT busdate-card
           IF ws-busdate-status = "00"
               READ busdate-card
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE busdate-line TO ws-posting-busdate
               END-READ
               CLOSE busdate-card
           END-IF.

       1300-LOAD-RESPONSES.
           READ response-cards
               AT END
                   SET no-more-responses TO TRUE
           END-READ
           IF NOT no-more-responses
               IF ws-rsp-count < 500
                   ADD 1 TO ws-rsp-count
                   SET rsp-idx TO ws-rsp-count
                   MOVE rsp-cust-key TO ws-rsp-cust-key (rsp-idx)
               ELSE
                   DISPLAY "ESCHRESP DECK OVER 500 - CARD SKIPPED"
               END-IF
           END-IF.

      *> Tombstones are passed by: a merge carries the credit to
      *> the survivor, and the survivor's own record is judged.
      *> An account with an open case is worked through its
      *> window; any other account with credit is judged for
      *> dormancy.
       2000-SWEEP-CUSTOMERS.
           READ customer-file NEXT RECORD
               AT END
                   SET no-more-customers TO TRUE
           END-READ
           IF NOT no-more-customers
               ADD 1 TO ws-customers-read
               IF NOT cust-merged-away
                   PERFORM 2050-READ-CASE
                   IF case-on-file AND esc-noticed
                       PERFORM 2200-WORK-NOTICED-CASE
                   ELSE
                       IF cust-credit-on-account > ZERO
                           PERFORM 2400-JUDGE-DORMANCY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2050-READ-CASE.
           SET case-on-file TO FALSE
           MOVE cust-key TO esc-cust-key
           READ escheat-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET case-on-file TO TRUE
           END-READ.

      *> The latest ledger date on the account.  An account with
      *> no ledger history at all (opened before the ledger went
      *> live) falls back to its last payment date, the posting
      *> that banked the credit in the first place.
       2100-FIND-LAST-ACTIVITY.
           MOVE ZERO TO ws-last-activity-date
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
                       IF ledg-date > ws-last-activity-date
                           MOVE ledg-date TO ws-last-activity-date
                       END-IF
                   ELSE
                       SET no-more-ledger-for-cust TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF ws-last-activity-date = ZERO
               MOVE cust-last-payment-date TO ws-last-activity-date
           END-IF.

      *> Inside the window the case just waits.  Once the window
      *> has run, an owner who answered the letter, or an account
      *> that has moved since it went out, reclaims the credit;
      *> anything else is remitted.
       2200-WORK-NOTICED-CASE.
           COMPUTE ws-notice-integer =
               FUNCTION INTEGER-OF-DATE (esc-notice-date)
           COMPUTE ws-days-since-notice =
               ws-asof-integer - ws-notice-integer
           IF ws-days-since-notice < ws-window-days
               ADD 1 TO ws-cases-pending
           ELSE
               PERFORM 2100-FIND-LAST-ACTIVITY
               PERFORM 2250-CHECK-RESPONSE
               IF response-found
                   OR ws-last-activity-date > esc-last-activity-date
                   OR cust-credit-on-account = ZERO
                   PERFORM 2270-CLOSE-RECLAIMED
               ELSE
                   PERFORM 2300-REMIT-CREDIT
               END-IF
           END-IF.

       2250-CHECK-RESPONSE.
           SET response-found TO FALSE
           SET rsp-idx TO 1
           SEARCH ws-rsp-tbl
               WHEN rsp-idx > ws-rsp-count
                   CONTINUE
               WHEN ws-rsp-cust-key (rsp-idx) = cust-key
                   SET response-found TO TRUE
           END-SEARCH.

       2270-CLOSE-RECLAIMED.
           SET esc-reclaimed TO TRUE
           MOVE ws-asof-date TO esc-close-date
           MOVE ZERO TO esc-remitted-amount
           MOVE FUNCTION CURRENT-DATE TO esc-timestamp
           REWRITE escheat-case-record
           ADD 1 TO ws-cases-reclaimed
           MOVE "RECLAIMED" TO ws-reg-note
           MOVE ws-last-activity-date TO ws-reg-activity-date
           MOVE esc-jurisdiction TO ws-reg-jurisdiction
           MOVE esc-credit-amount TO ws-reg-amount
           PERFORM 2800-PRINT-REGISTER-LINE.

      *> Never more than the letter told the owner about.  A full
      *> holder table leaves the case noticed for the next run
      *> rather than remit money the report cannot show.
       2300-REMIT-CREDIT.
           IF ws-rmt-count NOT < 2000
               ADD 1 TO ws-cases-deferred
               DISPLAY "HOLDER TABLE FULL - " cust-key " DEFERRED"
           ELSE
               IF cust-credit-on-account < esc-credit-amount
                   MOVE cust-credit-on-account TO ws-remit-amount
               ELSE
                   MOVE esc-credit-amount TO ws-remit-amount
               END-IF
               SUBTRACT ws-remit-amount FROM cust-credit-on-account
               REWRITE customer-record
               PERFORM 9510-JOURNAL-CUSTOMER
               PERFORM 2350-WRITE-LEDGER-CREDIT
               SET esc-remitted TO TRUE
               MOVE ws-asof-date TO esc-close-date
               MOVE ws-remit-amount TO esc-remitted-amount
               MOVE FUNCTION CURRENT-DATE TO esc-timestamp
               REWRITE escheat-case-record
               PERFORM 2380-HOLD-FOR-REPORT
               ADD 1 TO ws-cases-remitted
               ADD ws-remit-amount TO ws-remitted-amount
               MOVE "REMITTED" TO ws-reg-note
               MOVE esc-last-activity-date TO ws-reg-activity-date
               MOVE esc-jurisdiction TO ws-reg-jurisdiction
               MOVE ws-remit-amount TO ws-reg-amount
               PERFORM 2800-PRINT-REGISTER-LINE
           END-IF.

      *> One ESCH credit per remittance; cust-balance does not
      *> move, so the balance-after restates it.  Sequence
      *> collisions bump the way every ledger writer does.
       2350-WRITE-LEDGER-CREDIT.
           ADD 1 TO ws-ledg-seq-ctr
           MOVE cust-key        TO ledg-cust-key
           MOVE ws-posting-busdate TO ledg-date
           MOVE ws-ledg-seq-ctr TO ledg-seq
           SET ledg-escheat-txn TO TRUE
           SET ledg-credit      TO TRUE
           MOVE ws-remit-amount TO ledg-amount
           MOVE cust-balance    TO ledg-balance-after
           MOVE FUNCTION CURRENT-DATE TO ledg-timestamp
           MOVE ZERO            TO ledg-tax-amount
           MOVE ws-posting-busdate TO ledg-posting-date
           MOVE SPACES          TO ledg-tender-type
           MOVE ZERO            TO ledg-charges-forward
           WRITE customer-ledger-record
               INVALID KEY
                   ADD 1 TO ws-ledg-seq-ctr
                   MOVE ws-ledg-seq-ctr TO ledg-seq
                   PERFORM 2360-RETRY-LEDGER-WRITE
                       UNTIL ws-ledger-status NOT = "22"
           END-WRITE.

       2360-RETRY-LEDGER-WRITE.
           WRITE customer-ledger-record
               INVALID KEY
                   ADD 1 TO ws-ledg-seq-ctr
                   MOVE ws-ledg-seq-ctr TO ledg-seq
           END-WRITE.

       2380-HOLD-FOR-REPORT.
           ADD 1 TO ws-rmt-count
           SET rmt-idx TO ws-rmt-count
           MOVE esc-jurisdiction TO ws-rmt-jurisdiction (rmt-idx)
           MOVE cust-key TO ws-rmt-cust-key (rmt-idx)
           MOVE cust-first-name TO ws-rmt-first-name (rmt-idx)
           MOVE cust-last-name TO ws-rmt-last-name (rmt-idx)
           MOVE cust-phone TO ws-rmt-phone (rmt-idx)
           MOVE cust-email TO ws-rmt-email (rmt-idx)
           MOVE esc-store-no TO ws-rmt-store-no (rmt-idx)
           MOVE esc-last-activity-date
               TO ws-rmt-last-activity (rmt-idx)
           MOVE esc-notice-date TO ws-rmt-notice-date (rmt-idx)
           MOVE ws-remit-amount TO ws-rmt-amount (rmt-idx)
           MOVE esc-jurisdiction TO ws-jurisdiction
           PERFORM 2390-TALLY-JURISDICTION.

       2390-TALLY-JURISDICTION.
           SET jur-idx TO 1
           SEARCH ws-jur-tbl
               AT END
                   DISPLAY "JURISDICTION TABLE FULL - "
                       ws-jurisdiction " NOT TOTALLED"
               WHEN jur-idx > ws-jur-count
                   ADD 1 TO ws-jur-count
                   MOVE ws-jurisdiction TO ws-jur-code (jur-idx)
                   MOVE 1 TO ws-jur-owners (jur-idx)
                   MOVE ws-remit-amount TO ws-jur-amount (jur-idx)
               WHEN ws-jur-code (jur-idx) = ws-jurisdiction
                   ADD 1 TO ws-jur-owners (jur-idx)
                   ADD ws-remit-amount TO ws-jur-amount (jur-idx)
           END-SEARCH.

      *> Dormant when the last activity is older than the
      *> dormancy period, or there is no activity on record at
      *> all.
       2400-JUDGE-DORMANCY.
           PERFORM 2100-FIND-LAST-ACTIVITY
           IF ws-last-activity-date = ZERO
               PERFORM 2500-SEND-NOTICE
           ELSE
               COMPUTE ws-activity-integer =
                   FUNCTION INTEGER-OF-DATE (ws-last-activity-date)
               COMPUTE ws-days-idle =
                   ws-asof-integer - ws-activity-integer
               IF ws-days-idle > ws-dormancy-days
                   PERFORM 2500-SEND-NOTICE
               END-IF
           END-IF.

      *> The store of the account's latest sale on SALESKSDS --
      *> voided sales passed by -- and that store's jurisdiction.
       2450-RESOLVE-JURISDICTION.
           MOVE ZERO TO ws-last-store-no
           MOVE cust-key TO ksds-cust-key
           MOVE ZERO TO ksds-date
           MOVE ZERO TO ksds-seq
           START sales-ksds KEY IS >= ksds-key
               INVALID KEY
                   SET no-more-sales-for-cust TO TRUE
               NOT INVALID KEY
                   SET no-more-sales-for-cust TO FALSE
           END-START
           PERFORM UNTIL no-more-sales-for-cust
               READ sales-ksds NEXT RECORD
                   AT END
                       SET no-more-sales-for-cust TO TRUE
               END-READ
               IF NOT no-more-sales-for-cust
                   IF ksds-cust-key = cust-key
                       IF NOT ksds-voided-txn
                           MOVE ksds-store-no TO ws-last-store-no
                       END-IF
                   ELSE
                       SET no-more-sales-for-cust TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           SET store-found TO FALSE
           IF ws-last-store-no NOT = ZERO
               MOVE ws-last-store-no TO store-key
               READ store-master
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET store-found TO TRUE
               END-READ
           END-IF
           IF store-found
               MOVE store-jurisdiction TO ws-jurisdiction
           ELSE
               MOVE "UNKN" TO ws-jurisdiction
           END-IF.

       2500-SEND-NOTICE.
           PERFORM 2450-RESOLVE-JURISDICTION
           MOVE cust-key TO esc-cust-key
           SET esc-noticed TO TRUE
           MOVE cust-credit-on-account TO esc-credit-amount
           MOVE ws-last-activity-date TO esc-last-activity-date
           MOVE ws-last-store-no TO esc-store-no
           MOVE ws-jurisdiction TO esc-jurisdiction
           MOVE ws-asof-date TO esc-notice-date
           MOVE ZERO TO esc-close-date
           MOVE ZERO TO esc-remitted-amount
           MOVE FUNCTION CURRENT-DATE TO esc-timestamp
           IF case-on-file
               REWRITE escheat-case-record
           ELSE
               WRITE escheat-case-record
           END-IF
           PERFORM 2550-WRITE-LETTER
           ADD 1 TO ws-notices-sent
           ADD cust-credit-on-account TO ws-noticed-amount
           MOVE "LETTER SENT" TO ws-reg-note
           MOVE ws-last-activity-date TO ws-reg-activity-date
           MOVE ws-jurisdiction TO ws-reg-jurisdiction
           MOVE cust-credit-on-account TO ws-reg-amount
           PERFORM 2800-PRINT-REGISTER-LINE.

       2550-WRITE-LETTER.
           MOVE cust-key TO ltr-cust-key
           MOVE cust-first-name TO ltr-first-name
           MOVE cust-last-name TO ltr-last-name
           MOVE cust-phone TO ltr-phone
           MOVE cust-email TO ltr-email
           MOVE cust-credit-on-account TO ltr-credit-amount
           MOVE ws-last-activity-date TO ltr-last-activity-date
           MOVE ws-jurisdiction TO ltr-jurisdiction
           MOVE ws-asof-date TO ltr-letter-date
           COMPUTE ltr-respond-by-date =
               FUNCTION DATE-OF-INTEGER
                   (ws-asof-integer + ws-window-days)
           WRITE letter-record.

       2800-PRINT-REGISTER-LINE.
           MOVE cust-key TO ws-reg-cust-key
           MOVE ws-register-line TO report-line
           WRITE report-line
           MOVE SPACES TO ws-reg-note.

      *> The holder report: each jurisdiction's remitted owners
      *> under it, its total after them, and the grand total last.
      *> ESCHHLDR gets the same detail in the same order.
       3000-PRINT-HOLDER-REPORT.
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "UNCLAIMED PROPERTY HOLDER REPORT" TO report-line
           WRITE report-line
           MOVE "JUR   CUSTOMER    OWNER                 STORE  LAST"
               & " ACT        AMOUNT"
               TO report-line
           WRITE report-line
           PERFORM VARYING jur-idx FROM 1 BY 1
                   UNTIL jur-idx > ws-jur-count
               PERFORM VARYING rmt-idx FROM 1 BY 1
                       UNTIL rmt-idx > ws-rmt-count
                   IF ws-rmt-jurisdiction (rmt-idx)
                       = ws-jur-code (jur-idx)
                       PERFORM 3100-PRINT-HOLDER-LINE
                   END-IF
               END-PERFORM
               MOVE ws-jur-code (jur-idx) TO ws-ht-jurisdiction
               MOVE ws-jur-owners (jur-idx) TO ws-ht-owners
               MOVE ws-jur-amount (jur-idx) TO ws-ht-amount
               MOVE ws-holder-total-line TO report-line
               WRITE report-line
           END-PERFORM
           MOVE "TOT " TO ws-ht-jurisdiction
           MOVE ws-cases-remitted TO ws-ht-owners
           MOVE ws-remitted-amount TO ws-ht-amount
           MOVE ws-holder-total-line TO report-line
           WRITE report-line.

       3100-PRINT-HOLDER-LINE.
           MOVE SPACES TO ws-holder-line
           MOVE ws-rmt-jurisdiction (rmt-idx) TO ws-hl-jurisdiction
           MOVE ws-rmt-cust-key (rmt-idx) TO ws-hl-cust-key
           MOVE ws-rmt-last-name (rmt-idx) TO ws-hl-last-name
           MOVE ws-rmt-store-no (rmt-idx) TO ws-hl-store-no
           MOVE ws-rmt-last-activity (rmt-idx)
               TO ws-hl-activity-date
           MOVE ws-rmt-amount (rmt-idx) TO ws-hl-amount
           MOVE ws-holder-line TO report-line
           WRITE report-line
           MOVE ws-rmt-jurisdiction (rmt-idx) TO hld-jurisdiction
           MOVE ws-rmt-cust-key (rmt-idx) TO hld-cust-key
           MOVE ws-rmt-first-name (rmt-idx) TO hld-first-name
           MOVE ws-rmt-last-name (rmt-idx) TO hld-last-name
           MOVE ws-rmt-phone (rmt-idx) TO hld-phone
           MOVE ws-rmt-email (rmt-idx) TO hld-email
           MOVE ws-rmt-store-no (rmt-idx) TO hld-store-no
           MOVE ws-rmt-last-activity (rmt-idx)
               TO hld-last-activity-date
           MOVE ws-rmt-notice-date (rmt-idx) TO hld-notice-date
           MOVE ws-asof-date TO hld-remit-date
           MOVE ws-rmt-amount (rmt-idx) TO hld-amount
           WRITE holder-record.

       4000-FINALIZE.
           PERFORM 9590-CLOSE-CUST-JOURNAL
           CLOSE customer-file, customer-ledger, sales-ksds,
               store-master, escheat-file, letter-file,
               holder-file, report-out
           PERFORM 9790-RELEASE-CUSTMAST-LOCK
           DISPLAY "UNCLAIMED PROPERTY RUN COMPLETE"
           DISPLAY "  CUSTOMERS READ:     " ws-customers-read
           DISPLAY "  LETTERS SENT:       " ws-notices-sent
           DISPLAY "  AMOUNT NOTICED:     " ws-noticed-amount
           DISPLAY "  CASES IN WINDOW:    " ws-cases-pending
           DISPLAY "  CASES RECLAIMED:    " ws-cases-reclaimed
           DISPLAY "  CASES REMITTED:     " ws-cases-remitted
           DISPLAY "  AMOUNT REMITTED:    " ws-remitted-amount
           DISPLAY "  CASES DEFERRED:     " ws-cases-deferred.

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
           MOVE "ESCHEAT" TO cjr-step-name
           WRITE cust-journal-record.

       9590-CLOSE-CUST-JOURNAL.
           SET cjr-step-end TO TRUE
           PERFORM 9540-JOURNAL-MARKER
           CLOSE cust-journal.

      *> CUSTMAST run interlock -- see CUSTLOCK.  Claimed before
      *> anything else touches the master, released only at clean
      *> end of job so a crash leaves the token held for the
      *> operator to inspect.  Another updater's held token refuses
      *> this run with RETURN-CODE 12 unless the operator supplied
      *> the LOCKOVRD card for crash recovery.
       9700-CLAIM-CUSTMAST-LOCK.
           PERFORM 9750-READ-LOCK-OVERRIDE
           OPEN I-O custmast-lock
           IF ws-custmast-lock-status NOT = "00"
               OPEN OUTPUT custmast-lock
               MOVE SPACES TO lock-holder
               SET lock-released TO TRUE
               MOVE SPACES TO lock-timestamp
               WRITE custmast-lock-record
               CLOSE custmast-lock
               OPEN I-O custmast-lock
           END-IF
           READ custmast-lock
               AT END
                   MOVE SPACES TO lock-holder
                   SET lock-released TO TRUE
           END-READ
           IF lock-held AND NOT lock-override-given
               DISPLAY "CUSTMAST LOCKED BY " lock-holder
                   " SINCE " lock-timestamp " - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
               CLOSE custmast-lock
               STOP RUN
           END-IF
           IF lock-held AND lock-override-given
               DISPLAY "CUSTMAST LOCK HELD BY " lock-holder
                   " BROKEN BY OPERATOR OVERRIDE"
           END-IF
           MOVE "ESCHEAT" TO lock-holder
           SET lock-held TO TRUE
           MOVE FUNCTION CURRENT-DATE TO lock-timestamp
           REWRITE custmast-lock-record
           CLOSE custmast-lock.

       9750-READ-LOCK-OVERRIDE.
           OPEN INPUT lock-override
           IF ws-lock-override-status = "00"
               READ lock-override
                   AT END
                       CONTINUE
                   NOT AT END
                       IF lock-override-line = "OVERRIDE"
                           SET lock-override-given TO TRUE
                       END-IF
               END-READ
               CLOSE lock-override
           END-IF.

      *> Released only when this run still holds it -- an operator
      *> override mid-crash-recovery must not be un-done by the
      *> crashed run's stale release.
       9790-RELEASE-CUSTMAST-LOCK.
           OPEN I-O custmast-lock
           IF ws-custmast-lock-status = "00"
               READ custmast-lock
                   AT END
                       CONTINUE
                   NOT AT END
                       IF lock-holder = "ESCHEAT"
                           SET lock-released TO TRUE
                           MOVE FUNCTION CURRENT-DATE
                               TO lock-timestamp
                           REWRITE custmast-lock-record
                       END-IF
               END-READ
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
           MOVE "ESCHEAT" TO stp-step-name
           MOVE FUNCTION CURRENT-DATE TO stp-timestamp
           WRITE step-timing-record
           CLOSE step-timing.
