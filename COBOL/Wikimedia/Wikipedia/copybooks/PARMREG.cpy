      *> Run-parameter registry: one record per parameter per
      *> effective date, replacing the one-off control-card
      *> datasets each program used to carry.  The parameter name
      *> is the card's old DD name (PRICETOL, FINPARM, ...) and the
      *> value is the card image itself, so each program still
      *> parses its own setting, columns and defaults unchanged.
      *>
      *> The key carries the effective date inverted (99999999
      *> less the date), so a START at a name and a run date lands
      *> on the latest value effective on or before that date: the
      *> value in force.  Records are written only through the
      *> audited maintenance run, PARM-MAINT-V1; a money-affecting
      *> parameter never reaches the file without a supervisor's
      *> approval on the transaction.
       01  parm-registry-record.
           05  prm-key.
               10  prm-name            PIC X(8).
               10  prm-inverse-date    PIC 9(8).
           05  prm-effective-date      PIC 9(8).
           05  prm-value               PIC X(40).
           05  prm-money-flag          PIC X.
               88  prm-money-affecting VALUE "Y".
           05  prm-description         PIC X(30).
      *> Who keyed the value, who approved it (spaces when no
      *> approval was needed), and when it was applied.
           05  prm-operator-id         PIC X(8).
           05  prm-approver-id         PIC X(8).
           05  prm-changed-timestamp   PIC X(26).
