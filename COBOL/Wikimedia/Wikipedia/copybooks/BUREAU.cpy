      *> Monthly credit-bureau reporting file, fixed 200 bytes, a
      *> generation per month-end: a header naming us as the
      *> reporting member and the activity date, a detail per
      *> reportable trade account, and a trailer carrying the
      *> record count and the balance totals the bureau balances
      *> the transmission to.  The record type in column 1 says
      *> which view applies.
       01  bureau-record.
           05  bur-record-type         PIC X.
               88  bur-header          VALUE "H".
               88  bur-detail          VALUE "D".
               88  bur-trailer         VALUE "T".
           05  bur-body                PIC X(199).
           05  bur-header-body REDEFINES bur-body.
               10  bur-hdr-member-id   PIC X(10).
               10  bur-hdr-member-name PIC X(30).
               10  bur-hdr-activity-date
                                       PIC 9(8).
               10  bur-hdr-created-date
                                       PIC 9(8).
               10  FILLER              PIC X(143).
           05  bur-detail-body REDEFINES bur-body.
               10  bur-dtl-account-no  PIC X(10).
               10  bur-dtl-last-name   PIC X(30).
               10  bur-dtl-first-name  PIC X(30).
               10  bur-dtl-dob         PIC 9(8).
               10  bur-dtl-phone       PIC X(15).
      *> Account status, bureau codes: 11 current, 71 30-59 days
      *> past due, 78 60-89, 80 90 days and over, 97 written off
      *> as bad debt.
               10  bur-dtl-account-status
                                       PIC X(2).
                   88  bur-status-current     VALUE "11".
                   88  bur-status-30-days     VALUE "71".
                   88  bur-status-60-days     VALUE "78".
                   88  bur-status-90-days     VALUE "80".
                   88  bur-status-charged-off VALUE "97".
      *> Oldest past-due bucket off the open items: 0 current,
      *> 1 thirty, 2 sixty, 3 ninety and over.
               10  bur-dtl-oldest-bucket
                                       PIC 9.
               10  bur-dtl-credit-limit
                                       PIC 9(7)V99.
               10  bur-dtl-balance     PIC 9(7)V99.
               10  bur-dtl-past-due    PIC 9(7)V99.
               10  bur-dtl-charged-off PIC 9(7)V99.
               10  bur-dtl-last-pay-date
                                       PIC 9(8).
               10  bur-dtl-last-pay-amount
                                       PIC 9(7)V99.
      *> XB while the customer disputes a charge on the account.
               10  bur-dtl-compliance-code
                                       PIC X(2).
                   88  bur-disputed    VALUE "XB".
      *> H while the account is on collections credit hold.
               10  bur-dtl-hold-flag   PIC X.
                   88  bur-on-hold     VALUE "H".
               10  FILLER              PIC X(47).
           05  bur-trailer-body REDEFINES bur-body.
               10  bur-trl-detail-count
                                       PIC 9(9).
               10  bur-trl-balance-total
                                       PIC 9(11)V99.
               10  bur-trl-past-due-total
                                       PIC 9(11)V99.
               10  FILLER              PIC X(164).
