      *> standing figure.  The journal pays it out of the
      *> adjustments account against cash.
               88  ledg-refund-txn     VALUE "RFND".
      *> PRDM is loyalty points spent at the till: a credit that
      *> takes the redeemed value off what the customer owes.  The
      *> journal settles it out of the points liability.
               88  ledg-points-redeem-txn
                                       VALUE "PRDM".
      *> ESCH is dormant credit on account remitted to the state as
      *> unclaimed property.  It comes off cust-credit-on-account,
      *> not cust-balance, so -- like CRON and RFND -- the balance-
      *> after restates the standing figure.  The journal moves it
      *> from the customer-credit liability to escheat liability.
               88  ledg-escheat-txn    VALUE "ESCH".
      *> BFWD is the balance-forward entry the ledger retention
      *> purge leaves in place of a customer's archived history:
      *> one debit or credit for the net of the entries it
      *> replaced, carrying the balance-after as it stood when the
      *> last of them posted, under that entry's key, date and
      *> timestamp -- so it sorts ahead of everything left on file
      *> and the chain runs on from it unbroken.
               88  ledg-balance-fwd-txn
                                       VALUE "BFWD".
           05  ledg-dc-flag            PIC X.
               88  ledg-debit          VALUE "D".
               88  ledg-credit         VALUE "C".
      *> deposit slips by tender.  Spaces on every other entry
      *> type and on history written before the field existed.
           05  ledg-tender-type        PIC X(3).
      *> BFWD entries only: the number of charges the entry
      *> carries forward, so the open-item build goes on numbering
      *> the charges left on file where the archived ones left
      *> off and a charge keeps its key across the purge.  Zero on
      *> every other entry type and on history written before the
      *> field existed.
           05  ledg-charges-forward    PIC 9(5).
