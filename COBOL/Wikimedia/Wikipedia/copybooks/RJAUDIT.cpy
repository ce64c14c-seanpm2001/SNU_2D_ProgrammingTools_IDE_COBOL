      *> Audit trail record for recurring-journal template
      *> maintenance, the COAAUDIT before/after discipline: which
      *> template, when, which transaction, and the whole template
      *> as it stood either side of the change (RJTMPL layout;
      *> spaces on the before side of an add and the after side of
      *> a delete).
       01  rj-audit-record.
           05  rjaud-template-id       PIC X(8).
           05  rjaud-timestamp         PIC X(26).
           05  rjaud-txn-type          PIC X(4).
           05  rjaud-before-image      PIC X(69).
           05  rjaud-after-image       PIC X(69).
