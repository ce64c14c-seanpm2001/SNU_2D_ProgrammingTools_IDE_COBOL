       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-ERASURE-V1.
      *> Right-to-erasure purge for closed customer accounts.
      *> CUSTOMER-MASK-V1 keeps personal data off the test copy, but
      *> production kept the name, date of birth, phone and email
      *> of every closed account for good.  This run registers the
      *> privacy office's ERASTXN request cards on ERASREQ and then
      *> works every pending request:
      *>   - an account still live on CUSTMAST is refused as not
      *>     closed; a merge tombstone is anonymised in place on
      *>     CUSTMAST, keeping the key and the survivor redirect;
      *>     an account CDEL closed is anonymised on its image on
      *>     the closed-accounts archive, where CDEL put it;
      *>   - either is refused while it has anything owing either
      *>     way (balance or credit on account), an open dispute on
      *>     DISPCASE, a pending installment on PROMISE, or ledger
      *>     activity inside the ERASPARM retention period (default
      *>     2555 days);
      *>   - every customer-maintenance image on AUDITTRL for an
      *>     erased key has its before and after personal fields
      *>     blanked.  This is repeated for every erased key on
      *>     every run, so pointing the AUDITTRL DD at an older
      *>     retained generation scrubs that one too.
      *> CUSTLEDG and SALESKSDS are not touched: the money history
      *> stays intact under the key.  A refused request stays
      *> pending with its reason and is tried again next run.  The
      *> certificate-of-erasure register lists, for the privacy
      *> officer, each request erased tonight with its reference,
      *> where the data was found, and how many audit images were
      *> blanked, followed by the refusals.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT erasure-file ASSIGN TO "ERASREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ers-cust-key
               FILE STATUS IS ws-erasure-status.

      *> Request card: cust-key (10), privacy office reference
      *> (12), date the request was received (8), operator id (8).
      *> Authorized under the ERAS transaction type.
           SELECT erasure-txn ASSIGN TO "ERASTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-erasure-txn-status.

           SELECT customer-file ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cust-key
               FILE STATUS IS ws-customer-status.

      *> Archive of deleted customer records, one image per closed
      *> account, updated in place.
           SELECT closed-accounts ASSIGN TO "CLOSEDCU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-closed-status.

           SELECT audit-trail ASSIGN TO "AUDITTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-audit-status.

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

           SELECT promise-file ASSIGN TO "PROMISE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prom-key
               FILE STATUS IS ws-promise-status.

      *> Run-parameter registry: the settings that used to come
      *> off one-off control cards, looked up under the card's old
      *> name for the value in force on the run date.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

           SELECT asof-parm ASSIGN TO "ASOFDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-asof-status.

           SELECT report-out ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-out-status.

      *> Operator authorization table: operator id (8), transaction
      *> type the operator may submit (4, or "ALL ").  When the
      *> table is absent the check is disabled, so decks cut before
      *> operator ids existed still run; once a table is mounted,
      *> every card must carry an authorized id.
           SELECT oper-auth ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-oper-auth-status.

      *> Unauthorized transactions, on their own exception report.
           SELECT auth-exceptions ASSIGN TO "AUTHEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-auth-excp-status.

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
       FD  erasure-file.
       COPY ERASREQ.

       FD  erasure-txn.
       01  erasure-txn-card.
           05  etx-cust-key            PIC X(10).
           05  etx-request-ref         PIC X(12).
           05  etx-request-date        PIC 9(8).
           05  etx-operator-id         PIC X(8).

       FD  customer-file.
       COPY CUSTREC.

       FD  closed-accounts
           RECORDING MODE IS F.
       01  closed-account-record       PIC X(226).

       FD  audit-trail
           RECORDING MODE IS F.
       COPY AUDITREC.

       FD  customer-ledger.
       COPY CUSTLEDG.

       FD  dispute-file.
       COPY DISPCASE.

       FD  promise-file.
       COPY PROMREC.

       FD  parm-registry.
       COPY PARMREG.

       FD  asof-parm.
       01  asof-parm-line             PIC X(8).

       FD  report-out.
       01  report-line                PIC X(80).

       FD  oper-auth.
       01  oper-auth-card.
           05  oau-operator-id         PIC X(8).
           05  oau-txn-type            PIC X(4).

       FD  auth-exceptions.
       01  auth-exception-line         PIC X(60).

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
           05  ws-erasure-status       PIC XX.
           05  ws-erasure-txn-status   PIC XX.
           05  ws-customer-status      PIC XX.
           05  ws-closed-status        PIC XX.
           05  ws-audit-status         PIC XX.
           05  ws-ledger-status        PIC XX.
           05  ws-dispute-status       PIC XX.
           05  ws-promise-status       PIC XX.
           05  ws-asof-status          PIC XX.
           05  ws-report-out-status    PIC XX.

       01  ws-flags.
           05  no-more-txns-sw         PIC X VALUE "N".
               88  no-more-txns        VALUE "Y".
           05  no-more-requests-sw     PIC X VALUE "N".
               88  no-more-requests    VALUE "Y".
           05  no-more-closed-sw       PIC X VALUE "N".
               88  no-more-closed      VALUE "Y".
           05  no-more-audit-sw        PIC X VALUE "N".
               88  no-more-audit       VALUE "Y".
           05  no-more-ledger-sw       PIC X VALUE "N".
               88  no-more-ledger-for-cust
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  no-more-cases-sw        PIC X VALUE "N".
               88  no-more-cases-for-cust
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  no-more-promises-sw     PIC X VALUE "N".
               88  no-more-promises-for-cust
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  dispute-file-open-sw    PIC X VALUE "N".
               88  dispute-file-open   VALUE "Y".
           05  promise-file-open-sw    PIC X VALUE "N".
               88  promise-file-open   VALUE "Y".
           05  closed-file-open-sw     PIC X VALUE "N".
               88  closed-file-open    VALUE "Y".
           05  audit-file-open-sw      PIC X VALUE "N".
               88  audit-file-open     VALUE "Y".
           05  request-found-sw        PIC X VALUE "N".
               88  request-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-retention-days           PIC 9(4) VALUE 2555.
       01  ws-asof-date                PIC 9(8).
       01  ws-asof-integer             PIC 9(9).
       01  ws-activity-integer         PIC 9(9).
       01  ws-days-idle                PIC S9(9).
       01  ws-last-activity-date       PIC 9(8).
       01  ws-refusal-text             PIC X(20).

      *> Every request on file, pending or already erased, for the
      *> one pass each over the master, the archive and the audit
      *> trail.  State: P pending, A not on the master (look on the
      *> archive), R refused tonight, N erased tonight, E erased on
      *> an earlier run.
       01  ws-request-table.
           05  ws-req-count            PIC 9(4) VALUE ZERO.
           05  ws-req-tbl OCCURS 2000 TIMES INDEXED BY req-idx.
               10  ws-req-cust-key     PIC X(10).
               10  ws-req-state        PIC X.
                   88  req-pending     VALUE "P".
                   88  req-on-archive  VALUE "A".
                   88  req-refused     VALUE "R".
                   88  req-erased-now  VALUE "N".
                   88  req-erased-before VALUE "E".
               10  ws-req-source       PIC X(7).
               10  ws-req-reason       PIC X(20).
               10  ws-req-images       PIC 9(5).

       01  ws-run-totals.
           05  ws-txns-read            PIC 9(7) VALUE ZERO.
           05  ws-requests-registered  PIC 9(7) VALUE ZERO.
           05  ws-txns-rejected        PIC 9(7) VALUE ZERO.
           05  ws-txns-unauthorized    PIC 9(7) VALUE ZERO.
           05  ws-requests-erased      PIC 9(7) VALUE ZERO.
           05  ws-requests-refused     PIC 9(7) VALUE ZERO.
           05  ws-images-blanked       PIC 9(7) VALUE ZERO.

       01  ws-oper-auth-status         PIC XX.
       01  ws-auth-excp-status         PIC XX.
       01  ws-auth-flags.
           05  auth-enforced-sw        PIC X VALUE "N".
               88  auth-enforced       VALUE "Y".
           05  no-more-auth-sw         PIC X VALUE "N".
               88  no-more-auth        VALUE "Y".
           05  operator-ok-sw          PIC X VALUE "Y".
               88  operator-ok
                   VALUE "Y" WHEN SET TO FALSE IS "N".
       01  ws-auth-table.
           05  ws-auth-count           PIC 9(3) VALUE ZERO.
           05  ws-auth-tbl OCCURS 200 TIMES INDEXED BY auth-idx.
               10  ws-auth-operator    PIC X(8).
               10  ws-auth-txn-type    PIC X(4).
       01  ws-check-operator           PIC X(8).
       01  ws-check-txn-type           PIC X(4).
       01  ws-check-key                PIC X(10).

       01  ws-certificate-line.
           05  ws-crt-cust-key         PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-crt-request-ref      PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-crt-request-date     PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-crt-erased-date      PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-crt-source           PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-crt-images           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  ws-refused-line.
           05  ws-rfl-cust-key         PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-rfl-request-ref      PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-rfl-reason           PIC X(30).
           05  FILLER                  PIC X(24) VALUE SPACES.

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

      *> ERASPARM, off the run-parameter registry.
      *> Retention parameter: financial retention period in days,
      *> PIC 9(4), columns 1-4.  Default 2555 (seven years).
       01  eras-parm-line.
           05  erp-retention-days      PIC 9(4).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REGISTER-REQUESTS
               UNTIL no-more-txns
           PERFORM 2500-LOAD-REQUESTS
           PERFORM 3000-JUDGE-ON-MASTER
               VARYING req-idx FROM 1 BY 1
               UNTIL req-idx > ws-req-count
           IF closed-file-open
               PERFORM 4000-SWEEP-ARCHIVE
                   UNTIL no-more-closed
           END-IF
           IF audit-file-open
               PERFORM 5000-SWEEP-AUDIT-TRAIL
                   UNTIL no-more-audit
           END-IF
           PERFORM 6000-PRINT-CERTIFICATES
           PERFORM 7000-FINALIZE
           PERFORM 9810-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9700-CLAIM-CUSTMAST-LOCK
           PERFORM 9600-LOAD-OPER-AUTH
           PERFORM 1200-READ-ASOF-PARM
           PERFORM 1100-READ-ERAS-PARM
           OPEN OUTPUT auth-exceptions
           OPEN I-O erasure-file
           IF ws-erasure-status NOT = "00"
               OPEN OUTPUT erasure-file
               CLOSE erasure-file
               OPEN I-O erasure-file
           END-IF
           OPEN INPUT erasure-txn
           IF ws-erasure-txn-status NOT = "00"
               SET no-more-txns TO TRUE
           END-IF
           OPEN I-O customer-file
           PERFORM 9500-OPEN-CUST-JOURNAL
           OPEN INPUT customer-ledger
           OPEN I-O closed-accounts
           IF ws-closed-status = "00"
               SET closed-file-open TO TRUE
           END-IF
           OPEN I-O audit-trail
           IF ws-audit-status = "00"
               SET audit-file-open TO TRUE
           END-IF
           OPEN INPUT dispute-file
           IF ws-dispute-status = "00"
               SET dispute-file-open TO TRUE
           END-IF
           OPEN INPUT promise-file
           IF ws-promise-status = "00"
               SET promise-file-open TO TRUE
           END-IF
           OPEN OUTPUT report-out
           MOVE "CERTIFICATE OF ERASURE REGISTER" TO report-line
           WRITE report-line.

       1100-READ-ERAS-PARM.
           MOVE ws-asof-date TO ws-parm-as-of
           MOVE "ERASPARM" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO eras-parm-line
               IF erp-retention-days IS NUMERIC
                   AND erp-retention-days > ZERO
                   MOVE erp-retention-days
                       TO ws-retention-days
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

      *> A request card registers the request and nothing more; it
      *> is judged with every other pending request below.  A key
      *> already pending or already erased is refused.
       2000-REGISTER-REQUESTS.
           READ erasure-txn
               AT END
                   SET no-more-txns TO TRUE
           END-READ
           IF NOT no-more-txns
               ADD 1 TO ws-txns-read
               MOVE etx-operator-id TO ws-check-operator
               MOVE "ERAS" TO ws-check-txn-type
               MOVE etx-cust-key TO ws-check-key
               PERFORM 9650-CHECK-OPERATOR-AUTH
               IF NOT operator-ok
                   ADD 1 TO ws-txns-unauthorized
               ELSE
                   PERFORM 2100-REGISTER-ONE-REQUEST
               END-IF
           END-IF.

       2100-REGISTER-ONE-REQUEST.
           SET request-found TO FALSE
           MOVE etx-cust-key TO ers-cust-key
           READ erasure-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET request-found TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN etx-cust-key = SPACES
                   DISPLAY "ERASTXN CUSTOMER KEY MISSING"
                   ADD 1 TO ws-txns-rejected
               WHEN request-found AND ers-erased
                   DISPLAY "ERASTXN KEY ALREADY ERASED "
                       etx-cust-key
                   ADD 1 TO ws-txns-rejected
               WHEN request-found
                   DISPLAY "ERASTXN REQUEST ALREADY PENDING "
                       etx-cust-key
                   ADD 1 TO ws-txns-rejected
               WHEN OTHER
                   MOVE etx-cust-key TO ers-cust-key
                   MOVE etx-request-ref TO ers-request-ref
                   MOVE etx-request-date TO ers-request-date
                   MOVE etx-operator-id TO ers-operator-id
                   SET ers-pending TO TRUE
                   MOVE ZERO TO ers-erased-date
                   MOVE SPACES TO ers-erased-source
                   MOVE SPACES TO ers-last-refusal
                   MOVE ZERO TO ers-last-refusal-date
                   MOVE FUNCTION CURRENT-DATE TO ers-timestamp
                   WRITE erasure-request-record
                   ADD 1 TO ws-requests-registered
           END-EVALUATE.

       2500-LOAD-REQUESTS.
           MOVE LOW-VALUES TO ers-cust-key
           START erasure-file KEY IS >= ers-cust-key
               INVALID KEY
                   SET no-more-requests TO TRUE
           END-START
           PERFORM UNTIL no-more-requests
               READ erasure-file NEXT RECORD
                   AT END
                       SET no-more-requests TO TRUE
                   NOT AT END
                       PERFORM 2550-TABLE-ONE-REQUEST
               END-READ
           END-PERFORM.

       2550-TABLE-ONE-REQUEST.
           IF ws-req-count < 2000
               ADD 1 TO ws-req-count
               SET req-idx TO ws-req-count
               MOVE ers-cust-key TO ws-req-cust-key (req-idx)
               IF ers-erased
                   SET req-erased-before (req-idx) TO TRUE
               ELSE
                   SET req-pending (req-idx) TO TRUE
               END-IF
               MOVE SPACES TO ws-req-source (req-idx)
               MOVE SPACES TO ws-req-reason (req-idx)
               MOVE ZERO TO ws-req-images (req-idx)
           ELSE
               DISPLAY "ERASREQ OVER 2000 - " ers-cust-key
                   " NOT WORKED"
           END-IF.

      *> A live account is not closed yet.  A merge tombstone is
      *> erased here on the master; anything not on the master is
      *> looked for on the closed-accounts archive.
       3000-JUDGE-ON-MASTER.
           IF req-pending (req-idx)
               MOVE ws-req-cust-key (req-idx) TO cust-key
               READ customer-file
                   INVALID KEY
                       SET req-on-archive (req-idx) TO TRUE
                   NOT INVALID KEY
                       IF cust-merged-away
                           PERFORM 3500-CHECK-ELIGIBLE
                           IF ws-refusal-text = SPACES
                               PERFORM 3600-ANONYMISE-RECORD
                               REWRITE customer-record
                               PERFORM 9510-JOURNAL-CUSTOMER
                               SET req-erased-now (req-idx) TO TRUE
                               MOVE "MASTER" TO ws-req-source (req-idx)
                           ELSE
                               SET req-refused (req-idx) TO TRUE
                               MOVE ws-refusal-text
                                   TO ws-req-reason (req-idx)
                           END-IF
                       ELSE
                           SET req-refused (req-idx) TO TRUE
                           MOVE "ACCOUNT NOT CLOSED"
                               TO ws-req-reason (req-idx)
                       END-IF
               END-READ
           END-IF.

      *> Judged against whatever image is in customer-record --
      *> the master record or an archive image read into it.  The
      *> first reason found is the one reported.
       3500-CHECK-ELIGIBLE.
           MOVE SPACES TO ws-refusal-text
           IF cust-balance NOT = ZERO
               OR cust-credit-on-account NOT = ZERO
               MOVE "OPEN BALANCE" TO ws-refusal-text
           END-IF
           IF ws-refusal-text = SPACES
               PERFORM 3510-CHECK-OPEN-DISPUTE
           END-IF
           IF ws-refusal-text = SPACES
               PERFORM 3520-CHECK-PENDING-PROMISE
           END-IF
           IF ws-refusal-text = SPACES
               PERFORM 3530-CHECK-RETENTION
           END-IF.

       3510-CHECK-OPEN-DISPUTE.
           IF dispute-file-open
               MOVE cust-key TO dsp-cust-key
               MOVE ZERO TO dsp-posting-date
               MOVE ZERO TO dsp-item-seq
               START dispute-file KEY IS >= dsp-key
                   INVALID KEY
                       SET no-more-cases-for-cust TO TRUE
                   NOT INVALID KEY
                       SET no-more-cases-for-cust TO FALSE
               END-START
               PERFORM UNTIL no-more-cases-for-cust
                   READ dispute-file NEXT RECORD
                       AT END
                           SET no-more-cases-for-cust TO TRUE
                   END-READ
                   IF NOT no-more-cases-for-cust
                       IF dsp-cust-key = cust-key
                           IF dsp-open
                               MOVE "OPEN DISPUTE"
                                   TO ws-refusal-text
                               SET no-more-cases-for-cust TO TRUE
                           END-IF
                       ELSE
                           SET no-more-cases-for-cust TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       3520-CHECK-PENDING-PROMISE.
           IF promise-file-open
               MOVE cust-key TO prom-cust-key
               MOVE ZERO TO prom-installment
               START promise-file KEY IS >= prom-key
                   INVALID KEY
                       SET no-more-promises-for-cust TO TRUE
                   NOT INVALID KEY
                       SET no-more-promises-for-cust TO FALSE
               END-START
               PERFORM UNTIL no-more-promises-for-cust
                   READ promise-file NEXT RECORD
                       AT END
                           SET no-more-promises-for-cust TO TRUE
                   END-READ
                   IF NOT no-more-promises-for-cust
                       IF prom-cust-key = cust-key
                           IF prom-pending
                               MOVE "PENDING PROMISE"
                                   TO ws-refusal-text
                               SET no-more-promises-for-cust
                                   TO TRUE
                           END-IF
                       ELSE
                           SET no-more-promises-for-cust TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *> The latest ledger date on the key, or the last payment
      *> date for an account with no ledger history, must be older
      *> than the retention period.
       3530-CHECK-RETENTION.
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
           END-IF
           IF ws-last-activity-date NOT = ZERO
               COMPUTE ws-activity-integer =
                   FUNCTION INTEGER-OF-DATE (ws-last-activity-date)
               COMPUTE ws-days-idle =
                   ws-asof-integer - ws-activity-integer
               IF ws-days-idle NOT > ws-retention-days
                   MOVE "INSIDE RETENTION" TO ws-refusal-text
               END-IF
           END-IF.

      *> The key, the money fields and the hold/redirect fields
      *> stay; everything that identifies a person goes.
       3600-ANONYMISE-RECORD.
           MOVE SPACES   TO cust-first-name
           MOVE "ERASED" TO cust-last-name
           MOVE ZERO     TO cust-dob
           MOVE SPACES   TO cust-phone
           MOVE SPACES   TO cust-email.

      *> Each archive image is read into customer-record so the
      *> same eligibility test and anonymising apply.  A key CDEL
      *> closed more than once has every image erased once any is
      *> found eligible.
       4000-SWEEP-ARCHIVE.
           READ closed-accounts INTO customer-record
               AT END
                   SET no-more-closed TO TRUE
           END-READ
           IF NOT no-more-closed
               SET req-idx TO 1
               SEARCH ws-req-tbl
                   WHEN req-idx > ws-req-count
                       CONTINUE
                   WHEN ws-req-cust-key (req-idx) = cust-key
                       PERFORM 4100-ERASE-ARCHIVE-IMAGE
               END-SEARCH
           END-IF.

       4100-ERASE-ARCHIVE-IMAGE.
           EVALUATE TRUE
               WHEN req-erased-now (req-idx)
                   OR req-erased-before (req-idx)
                   PERFORM 3600-ANONYMISE-RECORD
                   REWRITE closed-account-record FROM customer-record
               WHEN req-on-archive (req-idx)
                   OR (req-refused (req-idx)
                       AND ws-req-source (req-idx) = "ARCHIVE")
                   PERFORM 3500-CHECK-ELIGIBLE
                   IF ws-refusal-text = SPACES
                       PERFORM 3600-ANONYMISE-RECORD
                       REWRITE closed-account-record
                           FROM customer-record
                       SET req-erased-now (req-idx) TO TRUE
                       MOVE SPACES TO ws-req-reason (req-idx)
                   ELSE
                       SET req-refused (req-idx) TO TRUE
                       MOVE ws-refusal-text
                           TO ws-req-reason (req-idx)
                   END-IF
                   MOVE "ARCHIVE" TO ws-req-source (req-idx)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Customer-maintenance and merge images for an erased key
      *> keep their type, stamp, operator and money fields; the
      *> personal fields on both sides are blanked.
       5000-SWEEP-AUDIT-TRAIL.
           READ audit-trail
               AT END
                   SET no-more-audit TO TRUE
           END-READ
           IF NOT no-more-audit
               SET req-idx TO 1
               SEARCH ws-req-tbl
                   WHEN req-idx > ws-req-count
                       CONTINUE
                   WHEN ws-req-cust-key (req-idx) = audit-cust-key
                       IF req-erased-now (req-idx)
                           OR req-erased-before (req-idx)
                           PERFORM 5100-BLANK-AUDIT-IMAGE
                       END-IF
               END-SEARCH
           END-IF.

       5100-BLANK-AUDIT-IMAGE.
           MOVE SPACES TO audit-before-name
           MOVE ZERO   TO audit-before-dob
           MOVE SPACES TO audit-before-phone
           MOVE SPACES TO audit-before-email
           MOVE SPACES TO audit-after-name
           MOVE ZERO   TO audit-after-dob
           MOVE SPACES TO audit-after-phone
           MOVE SPACES TO audit-after-email
           REWRITE audit-record
           ADD 1 TO ws-req-images (req-idx)
           ADD 1 TO ws-images-blanked.

      *> The register: every request erased tonight, then every
      *> refusal.  Each outcome is posted back to ERASREQ as it
      *> prints.  A request that was found nowhere is refused as
      *> not on file.
       6000-PRINT-CERTIFICATES.
           MOVE "CUSTOMER    REFERENCE     REQUESTED ERASED    SOURCE"
               & "   AUDIT IMAGES"
               TO report-line
           WRITE report-line
           PERFORM VARYING req-idx FROM 1 BY 1
                   UNTIL req-idx > ws-req-count
               IF req-on-archive (req-idx)
                   SET req-refused (req-idx) TO TRUE
                   MOVE "NOT ON FILE" TO ws-req-reason (req-idx)
               END-IF
               IF req-erased-now (req-idx)
                   PERFORM 6100-CERTIFY-ONE-ERASURE
               END-IF
           END-PERFORM
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "REQUESTS REFUSED - STILL PENDING" TO report-line
           WRITE report-line
           PERFORM VARYING req-idx FROM 1 BY 1
                   UNTIL req-idx > ws-req-count
               IF req-refused (req-idx)
                   PERFORM 6200-REPORT-ONE-REFUSAL
               END-IF
           END-PERFORM.

       6100-CERTIFY-ONE-ERASURE.
           MOVE ws-req-cust-key (req-idx) TO ers-cust-key
           READ erasure-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ers-erased TO TRUE
                   MOVE ws-asof-date TO ers-erased-date
                   MOVE ws-req-source (req-idx) TO ers-erased-source
                   MOVE FUNCTION CURRENT-DATE TO ers-timestamp
                   REWRITE erasure-request-record
                   MOVE ers-cust-key TO ws-crt-cust-key
                   MOVE ers-request-ref TO ws-crt-request-ref
                   MOVE ers-request-date TO ws-crt-request-date
                   MOVE ers-erased-date TO ws-crt-erased-date
                   MOVE ers-erased-source TO ws-crt-source
                   MOVE ws-req-images (req-idx) TO ws-crt-images
                   MOVE ws-certificate-line TO report-line
                   WRITE report-line
                   ADD 1 TO ws-requests-erased
           END-READ.

       6200-REPORT-ONE-REFUSAL.
           MOVE ws-req-cust-key (req-idx) TO ers-cust-key
           READ erasure-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ws-req-reason (req-idx) TO ers-last-refusal
                   MOVE ws-asof-date TO ers-last-refusal-date
                   MOVE FUNCTION CURRENT-DATE TO ers-timestamp
                   REWRITE erasure-request-record
                   MOVE ers-cust-key TO ws-rfl-cust-key
                   MOVE ers-request-ref TO ws-rfl-request-ref
                   MOVE ws-req-reason (req-idx) TO ws-rfl-reason
                   MOVE ws-refused-line TO report-line
                   WRITE report-line
                   ADD 1 TO ws-requests-refused
           END-READ.

       7000-FINALIZE.
           PERFORM 9590-CLOSE-CUST-JOURNAL
           CLOSE erasure-file, erasure-txn, customer-file,
               customer-ledger, auth-exceptions, report-out
           IF closed-file-open
               CLOSE closed-accounts
           END-IF
           IF audit-file-open
               CLOSE audit-trail
           END-IF
           IF dispute-file-open
               CLOSE dispute-file
           END-IF
           IF promise-file-open
               CLOSE promise-file
           END-IF
           PERFORM 9790-RELEASE-CUSTMAST-LOCK
           DISPLAY "CUSTOMER ERASURE COMPLETE"
           DISPLAY "  CARDS READ:         " ws-txns-read
           DISPLAY "  REQUESTS REGISTERED:" ws-requests-registered
           DISPLAY "  CARDS REJECTED:     " ws-txns-rejected
           DISPLAY "  UNAUTHORIZED:       " ws-txns-unauthorized
           DISPLAY "  REQUESTS ERASED:    " ws-requests-erased
           DISPLAY "  REQUESTS REFUSED:   " ws-requests-refused
           DISPLAY "  AUDIT IMAGES BLANKED:" ws-images-blanked.

      *> Operator authorization, shared discipline across the
      *> audited maintenance runs: the table loads once, every
      *> transaction's operator must hold a card for its type (or
      *> ALL), and an unauthorized card rejects onto the AUTHEXCP
      *> exception report instead of applying.
       9600-LOAD-OPER-AUTH.
           OPEN INPUT oper-auth
           IF ws-oper-auth-status NOT = "00"
               SET no-more-auth TO TRUE
           ELSE
               PERFORM UNTIL no-more-auth
                   READ oper-auth
                       AT END
                           SET no-more-auth TO TRUE
                       NOT AT END
                           IF ws-auth-count < 200
                               ADD 1 TO ws-auth-count
                               SET auth-idx TO ws-auth-count
                               MOVE oau-operator-id
                                   TO ws-auth-operator (auth-idx)
                               MOVE oau-txn-type
                                   TO ws-auth-txn-type (auth-idx)
                               SET auth-enforced TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE oper-auth
           END-IF.

       9650-CHECK-OPERATOR-AUTH.
           SET operator-ok TO TRUE
           IF auth-enforced
               SET operator-ok TO FALSE
               SET auth-idx TO 1
               SEARCH ws-auth-tbl
                   WHEN auth-idx > ws-auth-count
                       CONTINUE
                   WHEN ws-auth-operator (auth-idx)
                           = ws-check-operator
                       AND (ws-auth-txn-type (auth-idx)
                               = ws-check-txn-type
                           OR ws-auth-txn-type (auth-idx)
                               = "ALL ")
                       SET operator-ok TO TRUE
               END-SEARCH
               IF NOT operator-ok
                   MOVE SPACES TO auth-exception-line
                   STRING "ERASURE " ws-check-txn-type
                       " BY " ws-check-operator
                       " KEY " ws-check-key
                       " - NOT AUTHORIZED"
                       DELIMITED BY SIZE
                       INTO auth-exception-line
                   WRITE auth-exception-line
               END-IF
           END-IF.

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
           MOVE "ERASURE" TO cjr-step-name
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
           MOVE "ERASURE" TO lock-holder
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
                       IF lock-holder = "ERASURE"
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
           MOVE "ERASURE" TO stp-step-name
           MOVE FUNCTION CURRENT-DATE TO stp-timestamp
           WRITE step-timing-record
           CLOSE step-timing.
