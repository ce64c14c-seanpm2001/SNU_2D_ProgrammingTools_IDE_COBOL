      *>          inside retention; the closed record is archived
      *>          to the closed-accounts file before the delete;
      *>   CPRF - statement delivery preference, print or
      *>          electronic, honoured by the statement run;
      *>   CPAR - links the account to a corporate parent (or, with
      *>          a blank parent key, unlinks it).  The parent must
      *>          be a live account that is not itself a child, and
      *>          an account that already has children of its own
      *>          cannot become one -- the hierarchy is one level;
      *>   CGLM - group credit limit on a parent account, capping
      *>          the combined balance of the parent and children
      *>          in the nightly sales edit; refused on a child.
      *> CDEL is also refused while any child still names the
      *> account as its parent.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-lock-override-status.

      *> CUSTMAST after-image change journal -- see CUSTJRNL.
           SELECT cust-journal ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-cust-journal-status.

       DATA DIVISION.
       FILE SECTION.
       FD  customer-file.
      *> Maintenance transaction card: cust-key (10), cust-first-name
      *> (30), cust-last-name (30), cust-dob (8), cust-phone (15),
      *> cust-email (40), then the extension columns: type (4:
      *> CHAD/CLIM) and credit limit (9 digits, 7V99, CLIM and CGLM).
      *> The type sits at the END of the card so a legacy deck cut
      *> before the type existed reads with spaces there -- CHAD --
      *> and every original column stays where it always was.
               88  maint-cadd           VALUE "CADD".
               88  maint-cdel           VALUE "CDEL".
               88  maint-cprf           VALUE "CPRF".
               88  maint-cpar           VALUE "CPAR".
               88  maint-cglm           VALUE "CGLM".
           05  maint-credit-limit       PIC 9(7)V99.
      *> Delivery preference (P/E), CPRF only; appended after the
      *> credit limit so every earlier column stays put.
      *> Operator who keyed the card, appended next; carried onto
      *> the audit image and checked against OPERAUTH.
           05  maint-operator-id        PIC X(8).
      *> Parent account key, CPAR only; spaces unlink the account.
      *> CGLM carries its group limit in maint-credit-limit.
           05  maint-parent-key         PIC X(10).

       FD  audit-trail
           RECORDING MODE IS F.

       FD  closed-accounts
           RECORDING MODE IS F.
       01  closed-account-record        PIC X(226).

       FD  oper-auth.
       01  oper-auth-card.
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
           05  end-of-screen-sw         PIC X VALUE "N".
               88  end-of-screen
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  children-found-sw        PIC X VALUE "N".
               88  children-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  hierarchy-ok-sw          PIC X VALUE "Y".
               88  hierarchy-ok
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-run-totals.
           05  ws-changes-applied       PIC 9(7) VALUE ZERO.
           PERFORM 9600-LOAD-OPER-AUTH
           OPEN OUTPUT auth-exceptions
           OPEN I-O customer-file
           PERFORM 9500-OPEN-CUST-JOURNAL
           OPEN INPUT maint-txn
           OPEN OUTPUT audit-trail
           OPEN INPUT sales-ksds
                       PERFORM 2400-APPLY-ADD
                   WHEN maint-cdel
                       PERFORM 2500-APPLY-DELETE
                   WHEN maint-cpar
                       PERFORM 2600-APPLY-PARENT-LINK
                   WHEN maint-cglm
                       PERFORM 2650-APPLY-GROUP-LIMIT
                   WHEN OTHER
                       PERFORM 2150-APPLY-CHANGE
               END-EVALUATE
                   WHEN maint-cprf
                       MOVE maint-delivery-pref
                           TO cust-delivery-pref
                   WHEN maint-cpar
                       MOVE maint-parent-key TO cust-parent-key
                   WHEN maint-cglm
                       MOVE maint-credit-limit
                           TO cust-group-limit
                   WHEN OTHER
                       MOVE maint-first-name TO cust-first-name
                       MOVE maint-last-name  TO cust-last-name
                       MOVE maint-email      TO cust-email
               END-EVALUATE
               REWRITE customer-record
               PERFORM 9510-JOURNAL-CUSTOMER
               PERFORM 2300-WRITE-AUDIT-AFTER
               WRITE audit-record
               ADD 1 TO ws-changes-applied
               ELSE
                   PERFORM 2420-BUILD-NEW-CUSTOMER
                   WRITE customer-record
                   PERFORM 9520-JOURNAL-ADD
                   PERFORM 2430-WRITE-ADD-AUDIT
                   ADD 1 TO ws-adds-applied
               END-IF
           MOVE ZERO             TO cust-hold-date
           MOVE SPACES           TO cust-hold-reason
           MOVE ZERO             TO cust-credit-on-account
           MOVE "P"              TO cust-delivery-pref
           MOVE SPACES           TO cust-parent-key
           MOVE ZERO             TO cust-group-limit.

       2430-WRITE-ADD-AUDIT.
           MOVE cust-key          TO audit-cust-key
           MOVE SPACES            TO audit-before
           MOVE ZERO              TO audit-before-dob
           MOVE ZERO              TO audit-before-credit-limit
           MOVE SPACES            TO audit-before-parent-key
           MOVE ZERO              TO audit-before-group-limit
           PERFORM 2300-WRITE-AUDIT-AFTER
           WRITE audit-record.

      *> Account closure: a balance still owing, sales history
      *> still inside retention, or child accounts still linked to
      *> it keep the record alive; otherwise the image is archived
      *> and the record deleted, with the before side of the audit
      *> carrying what was removed.
       2500-APPLY-DELETE.
           IF NOT cust-found
               DISPLAY "CDEL KEY NOT ON FILE " maint-cust-key
                   ADD 1 TO ws-txns-refused
               ELSE
                   PERFORM 2510-CHECK-KSDS-ACTIVITY
                   PERFORM 2610-CHECK-HAS-CHILDREN
                   EVALUATE TRUE
                       WHEN ksds-activity
                           DISPLAY "CDEL SALES IN RETENTION "
                               maint-cust-key
                           ADD 1 TO ws-txns-refused
                       WHEN children-found
                           DISPLAY "CDEL CHILD ACCOUNTS LINKED "
                               maint-cust-key
                           ADD 1 TO ws-txns-refused
                       WHEN OTHER
                           PERFORM 2200-WRITE-AUDIT-BEFORE
                           MOVE "CDEL" TO audit-txn-type
                           MOVE SPACES TO audit-after
                           MOVE ZERO   TO audit-after-dob
                           MOVE ZERO   TO audit-after-credit-limit
                           MOVE SPACES TO audit-after-parent-key
                           MOVE ZERO   TO audit-after-group-limit
                           WRITE closed-account-record
                               FROM customer-record
                           DELETE customer-file
                           PERFORM 9530-JOURNAL-DELETE
                           WRITE audit-record
                           ADD 1 TO ws-deletes-applied
                   END-EVALUATE
               END-IF
           END-IF.

                   END-READ
           END-START.

      *> Parent link.  Every edit reads some other record through
      *> the one customer buffer, so the account itself is read
      *> back last (2610 leaves it there) before the change goes
      *> through the common audited rewrite.  A blank parent key
      *> unlinks the account and needs no edit beyond its being on
      *> file.
       2600-APPLY-PARENT-LINK.
           SET hierarchy-ok TO TRUE
           IF NOT cust-found
               DISPLAY "CPAR KEY NOT ON FILE " maint-cust-key
               SET hierarchy-ok TO FALSE
           END-IF
           IF hierarchy-ok AND maint-parent-key NOT = SPACES
               PERFORM 2620-EDIT-PARENT
           END-IF
           IF hierarchy-ok AND maint-parent-key NOT = SPACES
               PERFORM 2610-CHECK-HAS-CHILDREN
               IF children-found
                   DISPLAY "CPAR ACCOUNT HAS CHILDREN "
                       maint-cust-key
                   SET hierarchy-ok TO FALSE
               END-IF
           END-IF
           IF hierarchy-ok
               PERFORM 2150-APPLY-CHANGE
           ELSE
               ADD 1 TO ws-txns-refused
           END-IF.

      *> Full sweep for any account naming maint-cust-key as its
      *> parent, the same affordable sweep the duplicate screen
      *> uses; the account itself is read back into the buffer at
      *> the end, with cust-found reset from that read.
       2610-CHECK-HAS-CHILDREN.
           SET children-found TO FALSE
           SET end-of-screen TO FALSE
           MOVE LOW-VALUES TO cust-key
           START customer-file KEY IS >= cust-key
               INVALID KEY
                   SET end-of-screen TO TRUE
           END-START
           PERFORM UNTIL end-of-screen
               READ customer-file NEXT RECORD
                   AT END
                       SET end-of-screen TO TRUE
               END-READ
               IF NOT end-of-screen
                   IF cust-parent-key = maint-cust-key
                       AND NOT cust-merged-away
                       SET children-found TO TRUE
                       SET end-of-screen TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           SET cust-found TO FALSE
           MOVE maint-cust-key TO cust-key
           READ customer-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET cust-found TO TRUE
           END-READ.

      *> The parent must be a live account other than this one and
      *> must not itself be a child.
       2620-EDIT-PARENT.
           IF maint-parent-key = maint-cust-key
               DISPLAY "CPAR ACCOUNT CANNOT BE OWN PARENT "
                   maint-cust-key
               SET hierarchy-ok TO FALSE
           ELSE
               MOVE maint-parent-key TO cust-key
               READ customer-file
                   INVALID KEY
                       DISPLAY "CPAR PARENT NOT ON FILE "
                           maint-parent-key
                       SET hierarchy-ok TO FALSE
                   NOT INVALID KEY
                       IF cust-merged-away
                           DISPLAY "CPAR PARENT IS A MERGE TOMBSTONE "
                               maint-parent-key
                           SET hierarchy-ok TO FALSE
                       END-IF
                       IF NOT cust-no-parent
                           DISPLAY "CPAR PARENT IS ITSELF A CHILD "
                               maint-parent-key
                           SET hierarchy-ok TO FALSE
                       END-IF
               END-READ
           END-IF.

      *> Group limit belongs on the parent (or a standalone account
      *> about to gain children); a child's group is capped by its
      *> parent's figure, so setting one on the child is refused.
       2650-APPLY-GROUP-LIMIT.
           IF NOT cust-found
               DISPLAY "CGLM KEY NOT ON FILE " maint-cust-key
               ADD 1 TO ws-txns-refused
           ELSE
               IF NOT cust-no-parent
                   DISPLAY "CGLM ACCOUNT IS A CHILD " maint-cust-key
                   ADD 1 TO ws-txns-refused
               ELSE
                   PERFORM 2150-APPLY-CHANGE
               END-IF
           END-IF.

       2200-WRITE-AUDIT-BEFORE.
           MOVE cust-key          TO audit-cust-key
           MOVE FUNCTION CURRENT-DATE TO audit-timestamp
                   MOVE "CLIM"    TO audit-txn-type
               WHEN maint-cprf
                   MOVE "CPRF"    TO audit-txn-type
               WHEN maint-cpar
                   MOVE "CPAR"    TO audit-txn-type
               WHEN maint-cglm
                   MOVE "CGLM"    TO audit-txn-type
               WHEN OTHER
                   MOVE "CHAD"    TO audit-txn-type
           END-EVALUATE
           MOVE cust-phone        TO audit-before-phone
           MOVE cust-email        TO audit-before-email
           MOVE cust-credit-limit TO audit-before-credit-limit
           MOVE cust-parent-key   TO audit-before-parent-key
           MOVE cust-group-limit  TO audit-before-group-limit
           MOVE maint-operator-id TO audit-operator-id.

       2300-WRITE-AUDIT-AFTER.
           MOVE cust-dob          TO audit-after-dob
           MOVE cust-phone        TO audit-after-phone
           MOVE cust-email        TO audit-after-email
           MOVE cust-credit-limit TO audit-after-credit-limit
           MOVE cust-parent-key   TO audit-after-parent-key
           MOVE cust-group-limit  TO audit-after-group-limit.

       3000-FINALIZE.
           PERFORM 9590-CLOSE-CUST-JOURNAL
           CLOSE customer-file, maint-txn, audit-trail,
               sales-ksds, closed-accounts, auth-exceptions
           DISPLAY "CUSTOMER MAINTENANCE RUN COMPLETE"
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

       9520-JOURNAL-ADD.
           SET cjr-record-added TO TRUE
           PERFORM 9550-WRITE-JOURNAL.

      *> The record area still holds the deleted record; it is
      *> journalled as it stood when it went.
       9530-JOURNAL-DELETE.
           SET cjr-record-deleted TO TRUE
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
           MOVE "CUSTMNT" TO cjr-step-name
           WRITE cust-journal-record.

       9590-CLOSE-CUST-JOURNAL.
           SET cjr-step-end TO TRUE
           PERFORM 9540-JOURNAL-MARKER
           CLOSE cust-journal.

      *> CUSTMAST run interlock -- see CUSTLOCK.  Claimed before
      *> anything else touches the master, released only at clean
      *> end of job so a crash leaves the token held for the
