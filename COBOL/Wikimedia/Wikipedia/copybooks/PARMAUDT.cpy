      *> Audit trail record for run-parameter maintenance, the same
      *> discipline PRCAUDIT applies to prices: a before/after image
      *> of the value plus who keyed it, who approved it, and when,
      *> so "who changed the tolerance and when" has an answer.  The
      *> parameter change report reads these back.
       01  parm-audit-record.
           05  pmaud-name              PIC X(8).
           05  pmaud-effective-date    PIC 9(8).
           05  pmaud-timestamp         PIC X(26).
           05  pmaud-txn-type          PIC X(4).
           05  pmaud-before-value      PIC X(40).
           05  pmaud-after-value       PIC X(40).
           05  pmaud-money-flag        PIC X.
               88  pmaud-money-affecting VALUE "Y".
           05  pmaud-operator-id       PIC X(8).
           05  pmaud-approver-id       PIC X(8).
