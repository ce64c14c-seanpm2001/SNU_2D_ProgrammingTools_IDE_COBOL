      *> Fiscal-year control record, keyed by year (YYYY).  The
      *> year-end close writes the year closed once its closing
      *> entries have zeroed the income and expense accounts into
      *> retained earnings and the new year has been opened, and
      *> stamps when, off which business date, and what it closed.
      *> The GL posting step reads it before posting a night's
      *> journal: a period whose year is closed here takes no more
      *> postings.  No record for a year means the year is open.
       01  fiscal-year-record.
           05  fy-year                 PIC 9(4).
           05  fy-status               PIC X.
               88  fy-open             VALUE "O".
               88  fy-closed           VALUE "C".
           05  fy-close-timestamp      PIC X(26).
           05  fy-close-business-date  PIC 9(8).
           05  fy-retained-acct        PIC X(6).
      *> Net result closed to retained earnings, carried
      *> debit-positive like the balance master: a profitable year
      *> closes negative.
           05  fy-net-closed           PIC S9(11)V99.
           05  fy-closing-entries      PIC 9(5).
