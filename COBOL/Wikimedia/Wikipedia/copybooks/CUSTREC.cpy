           05  cust-delivery-pref  PIC X.
               88  cust-print-pref  VALUES "P", SPACE.
               88  cust-email-pref  VALUE "E".
      *> Corporate account hierarchy, maintained by the audited CPAR
      *> and CGLM maintenance transactions.  A child account carries
      *> its parent's key; a parent or standalone account carries
      *> spaces.  One level only -- a parent never has a parent of
      *> its own.  The group limit lives on the parent and caps the
      *> combined balance of the parent and all its children; zero
      *> means the group is not capped beyond each account's own
      *> credit limit.
           05  cust-parent-key     PIC X(10).
               88  cust-no-parent   VALUE SPACES.
           05  cust-group-limit    PIC 9(7)V99.

       66  cust-personal-details   RENAMES cust-name THRU cust-dob.
       66  cust-all-details        RENAMES cust-name THRU cust-balance.
