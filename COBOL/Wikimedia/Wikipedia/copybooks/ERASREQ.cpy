      *> Right-to-erasure request, one per customer key, registered
      *> off an ERASTXN card with the privacy office's reference and
      *> worked by the erasure purge run.  A request stays pending
      *> -- carrying the reason and date it was last refused --
      *> until the account qualifies: closed, nothing owing either
      *> way, no open dispute or pending promise, and no ledger
      *> activity inside the financial retention period.  Once
      *> erased it stays on file, so every later purge run keeps
      *> the audit trail scrubbed for the key and a second request
      *> for it is refused as already erased.
       01  erasure-request-record.
           05  ers-cust-key            PIC X(10).
           05  ers-request-ref         PIC X(12).
           05  ers-request-date        PIC 9(8).
           05  ers-operator-id         PIC X(8).
           05  ers-status              PIC X.
               88  ers-pending         VALUE "P".
               88  ers-erased          VALUE "E".
           05  ers-erased-date         PIC 9(8).
      *> Where the personal fields were found: MASTER for a merge
      *> tombstone still on CUSTMAST, ARCHIVE for an account CDEL
      *> closed onto the closed-accounts file.
           05  ers-erased-source       PIC X(7).
           05  ers-last-refusal        PIC X(20).
           05  ers-last-refusal-date   PIC 9(8).
           05  ers-timestamp           PIC X(26).
