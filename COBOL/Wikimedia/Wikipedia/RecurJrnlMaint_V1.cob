       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUR-JRNL-MAINT-V1.
      *> Audited recurring-journal template maintenance, in the
      *> COA-MAINT-V1 discipline.  Loads the RJTMPL templates into
      *> a table, applies RJTXN cards --
      *>   RADD - new template (id free);
      *>   RCHG - replace a template already on file with the
      *>          card's values;
      *>   RDEL - delete a template; entries it already generated
      *>          stay on RJLOG, and a pending reversal still posts
      *>          off the log;
      *> -- writes a before/after image to the RJAUDIT trail for
      *> every applied card, prints a register, and writes the
      *> updated templates to RJNEW, which the JCL catalogues over
      *> RJTMPL the way COANEW becomes COAFILE.
      *>
      *> An add or change must name two different accounts, both
      *> on COAFILE -- a template posting to an account the chart
      *> does not carry would spray into the GL exception file
      *> every period -- with an amount over zero, a frequency of
      *> M, Q or A, a valid start period, an end period of zero or
      *> not before the start, and a reverse flag of Y or N.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT rj-template-file ASSIGN TO "RJTMPL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-template-status.

           SELECT rj-template-new ASSIGN TO "RJNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-template-new-status.

      *> Transaction card: type (4: RADD/RCHG/RDEL), then the
      *> template in RJTMPL layout -- id (8), description (24),
      *> debit account (6), credit account (6), amount (9V99),
      *> frequency (1), start period (6), end period (6), reverse
      *> flag (1).  RDEL needs only the id.
           SELECT rj-txn ASSIGN TO "RJTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rj-txn-status.

           SELECT coa-file ASSIGN TO "COAFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-coa-status.

           SELECT rj-audit ASSIGN TO "RJAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-rj-audit-status.

           SELECT report-out ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-out-status.

       DATA DIVISION.
       FILE SECTION.
       FD  rj-template-file.
       COPY RJTMPL.

       FD  rj-template-new.
       01  rj-template-new-record      PIC X(69).

       FD  rj-txn.
       01  rj-txn-line.
           05  rjtx-txn-type            PIC X(4).
               88  rjtx-add             VALUE "RADD".
               88  rjtx-change          VALUE "RCHG".
               88  rjtx-delete          VALUE "RDEL".
           05  rjtx-template.
               10  rjtx-template-id     PIC X(8).
               10  rjtx-description     PIC X(24).
               10  rjtx-debit-acct      PIC X(6).
               10  rjtx-credit-acct     PIC X(6).
               10  rjtx-amount          PIC 9(9)V99.
               10  rjtx-frequency       PIC X.
                   88  rjtx-valid-frequency VALUES "M", "Q", "A".
               10  rjtx-start-period.
                   15  rjtx-start-year  PIC 9(4).
                   15  rjtx-start-month PIC 9(2).
               10  rjtx-end-period      PIC 9(6).
               10  rjtx-reverse-flag    PIC X.
                   88  rjtx-valid-reverse VALUES "Y", "N".

      *> Same card layout TRIAL-BALANCE-V1 loads.
       FD  coa-file.
       01  coa-record.
           05  coa-acct-no             PIC X(6).
           05  coa-acct-name           PIC X(24).

       FD  rj-audit
           RECORDING MODE IS F.
       COPY RJAUDIT.

       FD  report-out.
       01  report-line                PIC X(80).

       WORKING-STORAGE SECTION.
       01  ws-file-status.
           05  ws-template-status      PIC XX.
           05  ws-template-new-status  PIC XX.
           05  ws-rj-txn-status        PIC XX.
           05  ws-coa-status           PIC XX.
           05  ws-rj-audit-status      PIC XX.
           05  ws-report-out-status    PIC XX.

       01  ws-flags.
           05  no-more-templates-sw    PIC X VALUE "N".
               88  no-more-templates   VALUE "Y".
           05  no-more-txns-sw         PIC X VALUE "N".
               88  no-more-txns        VALUE "Y".
           05  no-more-coa-sw          PIC X VALUE "N".
               88  no-more-coa         VALUE "Y".
           05  template-found-sw       PIC X VALUE "N".
               88  template-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  debit-acct-found-sw     PIC X VALUE "N".
               88  debit-acct-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  credit-acct-found-sw    PIC X VALUE "N".
               88  credit-acct-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-template-table.
           05  ws-tmpl-count           PIC 9(4) VALUE ZERO.
           05  ws-tmpl-tbl OCCURS 500 TIMES INDEXED BY tmpl-idx.
               10  ws-tmpl-image       PIC X(69).
               10  ws-tmpl-id REDEFINES ws-tmpl-image
                                       PIC X(8).
               10  ws-tmpl-deleted-sw  PIC X.

       01  ws-account-table.
           05  ws-acct-count           PIC 9(4) VALUE ZERO.
           05  ws-acct-tbl OCCURS 200 TIMES INDEXED BY acct-idx.
               10  ws-acct-no          PIC X(6).

       01  ws-reject-reason            PIC X(30).

       01  ws-run-totals.
           05  ws-adds-applied         PIC 9(5) VALUE ZERO.
           05  ws-changes-applied      PIC 9(5) VALUE ZERO.
           05  ws-deletes-applied      PIC 9(5) VALUE ZERO.
           05  ws-txns-rejected        PIC 9(5) VALUE ZERO.

       01  ws-register-line.
           05  ws-reg-txn-type         PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-reg-template-id      PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-reg-description      PIC X(24).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-reg-debit-acct       PIC X(6).
           05  FILLER                  PIC X(1) VALUE "/".
           05  ws-reg-credit-acct      PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-reg-amount           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(9) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL no-more-txns
           PERFORM 3000-WRITE-NEW-TEMPLATES
           PERFORM 4000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT rj-template-file
           IF ws-template-status = "00"
               PERFORM 1100-LOAD-TEMPLATES
                   UNTIL no-more-templates
               CLOSE rj-template-file
           END-IF
           OPEN INPUT coa-file
           PERFORM 1200-LOAD-CHART
               UNTIL no-more-coa
           CLOSE coa-file
           OPEN INPUT rj-txn
           OPEN OUTPUT rj-template-new
           OPEN OUTPUT rj-audit
           OPEN OUTPUT report-out
           MOVE "RECURRING JOURNAL TEMPLATE MAINTENANCE REGISTER"
               TO report-line
           WRITE report-line.

       1100-LOAD-TEMPLATES.
           READ rj-template-file
               AT END
                   SET no-more-templates TO TRUE
               NOT AT END
                   IF ws-tmpl-count < 500
                       ADD 1 TO ws-tmpl-count
                       SET tmpl-idx TO ws-tmpl-count
                       MOVE rj-template-record
                           TO ws-tmpl-image (tmpl-idx)
                       MOVE "N" TO ws-tmpl-deleted-sw (tmpl-idx)
                   ELSE
                       DISPLAY "RJTMPL OVER 500 TEMPLATES - "
                           rjt-template-id " DROPPED"
                   END-IF
           END-READ.

       1200-LOAD-CHART.
           READ coa-file
               AT END
                   SET no-more-coa TO TRUE
               NOT AT END
                   IF ws-acct-count < 200
                       ADD 1 TO ws-acct-count
                       SET acct-idx TO ws-acct-count
                       MOVE coa-acct-no TO ws-acct-no (acct-idx)
                   END-IF
           END-READ.

       2000-PROCESS-TRANSACTIONS.
           READ rj-txn
               AT END
                   SET no-more-txns TO TRUE
           END-READ
           IF NOT no-more-txns
               PERFORM 2050-LOOK-UP-TEMPLATE
               EVALUATE TRUE
                   WHEN rjtx-add
                       PERFORM 2100-APPLY-ADD
                   WHEN rjtx-change
                       PERFORM 2200-APPLY-CHANGE
                   WHEN rjtx-delete
                       PERFORM 2300-APPLY-DELETE
                   WHEN OTHER
                       DISPLAY "RJTXN UNKNOWN TYPE "
                           rjtx-txn-type " TEMPLATE "
                           rjtx-template-id
                       ADD 1 TO ws-txns-rejected
               END-EVALUATE
           END-IF.

       2050-LOOK-UP-TEMPLATE.
           SET template-found TO FALSE
           SET tmpl-idx TO 1
           SEARCH ws-tmpl-tbl
               WHEN tmpl-idx > ws-tmpl-count
                   CONTINUE
               WHEN ws-tmpl-id (tmpl-idx) = rjtx-template-id
                   AND ws-tmpl-deleted-sw (tmpl-idx) = "N"
                   SET template-found TO TRUE
           END-SEARCH.

       2100-APPLY-ADD.
           IF template-found
               DISPLAY "RADD TEMPLATE ALREADY ON FILE "
                   rjtx-template-id
               ADD 1 TO ws-txns-rejected
           ELSE
               PERFORM 2400-EDIT-TEMPLATE
               IF ws-reject-reason NOT = SPACES
                   DISPLAY "RADD " rjtx-template-id " "
                       ws-reject-reason
                   ADD 1 TO ws-txns-rejected
               ELSE
                   IF ws-tmpl-count < 500
                       ADD 1 TO ws-tmpl-count
                       SET tmpl-idx TO ws-tmpl-count
                       MOVE rjtx-template TO ws-tmpl-image (tmpl-idx)
                       MOVE "N" TO ws-tmpl-deleted-sw (tmpl-idx)
                       MOVE SPACES TO rjaud-before-image
                       MOVE rjtx-template TO rjaud-after-image
                       PERFORM 2900-WRITE-AUDIT
                       ADD 1 TO ws-adds-applied
                   ELSE
                       DISPLAY "RADD TEMPLATE TABLE FULL "
                           rjtx-template-id
                       ADD 1 TO ws-txns-rejected
                   END-IF
               END-IF
           END-IF.

       2200-APPLY-CHANGE.
           IF NOT template-found
               DISPLAY "RCHG TEMPLATE NOT ON FILE " rjtx-template-id
               ADD 1 TO ws-txns-rejected
           ELSE
               PERFORM 2400-EDIT-TEMPLATE
               IF ws-reject-reason NOT = SPACES
                   DISPLAY "RCHG " rjtx-template-id " "
                       ws-reject-reason
                   ADD 1 TO ws-txns-rejected
               ELSE
                   MOVE ws-tmpl-image (tmpl-idx)
                       TO rjaud-before-image
                   MOVE rjtx-template TO ws-tmpl-image (tmpl-idx)
                   MOVE rjtx-template TO rjaud-after-image
                   PERFORM 2900-WRITE-AUDIT
                   ADD 1 TO ws-changes-applied
               END-IF
           END-IF.

       2300-APPLY-DELETE.
           IF NOT template-found
               DISPLAY "RDEL TEMPLATE NOT ON FILE " rjtx-template-id
               ADD 1 TO ws-txns-rejected
           ELSE
               MOVE ws-tmpl-image (tmpl-idx) TO rjaud-before-image
               MOVE ws-tmpl-image (tmpl-idx) TO rjtx-template
               MOVE "Y" TO ws-tmpl-deleted-sw (tmpl-idx)
               MOVE SPACES TO rjaud-after-image
               PERFORM 2900-WRITE-AUDIT
               ADD 1 TO ws-deletes-applied
           END-IF.

       2400-EDIT-TEMPLATE.
           MOVE SPACES TO ws-reject-reason
           SET debit-acct-found TO FALSE
           SET credit-acct-found TO FALSE
           PERFORM VARYING acct-idx FROM 1 BY 1
                   UNTIL acct-idx > ws-acct-count
               IF ws-acct-no (acct-idx) = rjtx-debit-acct
                   SET debit-acct-found TO TRUE
               END-IF
               IF ws-acct-no (acct-idx) = rjtx-credit-acct
                   SET credit-acct-found TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN rjtx-template-id = SPACES
                   MOVE "TEMPLATE ID BLANK" TO ws-reject-reason
               WHEN rjtx-description = SPACES
                   MOVE "DESCRIPTION BLANK" TO ws-reject-reason
               WHEN NOT debit-acct-found
                   MOVE "DEBIT ACCOUNT NOT ON COAFILE"
                       TO ws-reject-reason
               WHEN NOT credit-acct-found
                   MOVE "CREDIT ACCOUNT NOT ON COAFILE"
                       TO ws-reject-reason
               WHEN rjtx-debit-acct = rjtx-credit-acct
                   MOVE "DEBIT AND CREDIT SAME ACCOUNT"
                       TO ws-reject-reason
               WHEN rjtx-amount NOT NUMERIC
                   OR rjtx-amount = ZERO
                   MOVE "AMOUNT MISSING" TO ws-reject-reason
               WHEN NOT rjtx-valid-frequency
                   MOVE "FREQUENCY NOT M, Q OR A"
                       TO ws-reject-reason
               WHEN rjtx-start-year NOT NUMERIC
                   OR rjtx-start-month NOT NUMERIC
                   OR rjtx-start-month < 1
                   OR rjtx-start-month > 12
                   MOVE "START PERIOD INVALID" TO ws-reject-reason
               WHEN rjtx-end-period NOT NUMERIC
                   MOVE "END PERIOD INVALID" TO ws-reject-reason
               WHEN rjtx-end-period NOT = ZERO
                   AND rjtx-end-period < rjtx-start-period
                   MOVE "END PERIOD BEFORE START"
                       TO ws-reject-reason
               WHEN NOT rjtx-valid-reverse
                   MOVE "REVERSE FLAG NOT Y OR N"
                       TO ws-reject-reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2900-WRITE-AUDIT.
           MOVE rjtx-template-id TO rjaud-template-id
           MOVE FUNCTION CURRENT-DATE TO rjaud-timestamp
           MOVE rjtx-txn-type TO rjaud-txn-type
           WRITE rj-audit-record
           MOVE SPACES TO ws-register-line
           MOVE rjtx-txn-type TO ws-reg-txn-type
           MOVE rjtx-template-id TO ws-reg-template-id
           MOVE rjtx-description TO ws-reg-description
           MOVE rjtx-debit-acct TO ws-reg-debit-acct
           MOVE "/" TO ws-register-line (49:1)
           MOVE rjtx-credit-acct TO ws-reg-credit-acct
           MOVE rjtx-amount TO ws-reg-amount
           MOVE ws-register-line TO report-line
           WRITE report-line.

       3000-WRITE-NEW-TEMPLATES.
           PERFORM VARYING tmpl-idx FROM 1 BY 1
                   UNTIL tmpl-idx > ws-tmpl-count
               IF ws-tmpl-deleted-sw (tmpl-idx) = "N"
                   MOVE ws-tmpl-image (tmpl-idx)
                       TO rj-template-new-record
                   WRITE rj-template-new-record
               END-IF
           END-PERFORM.

       4000-FINALIZE.
           CLOSE rj-txn, rj-template-new, rj-audit, report-out
           DISPLAY "RECURRING JOURNAL MAINTENANCE RUN COMPLETE"
           DISPLAY "  ADDS APPLIED:    " ws-adds-applied
           DISPLAY "  CHANGES APPLIED: " ws-changes-applied
           DISPLAY "  DELETES APPLIED: " ws-deletes-applied
           DISPLAY "  REJECTED:        " ws-txns-rejected.
